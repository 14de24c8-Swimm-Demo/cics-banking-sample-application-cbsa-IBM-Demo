000100******************************************************************
000110*                                                                *
000120*  Copyright IBM Corp. 2022                                      *
000130*                                                                *
000140******************************************************************
000150 IDENTIFICATION DIVISION.
000160 PROGRAM-ID.    SRTCSAP.
000170 AUTHOR.        BANK APPLICATIONS DEVELOPMENT.
000180 INSTALLATION.  MIDLAND REGIONAL DATA CENTRE.
000190 DATE-WRITTEN.  15/10/26.
000200 DATE-COMPILED.
000210******************************************************************
000220*                                                                *
000230*  SRTCSAP - NIGHTLY APPLY OF FUTURE-DATED CHANGES FROM THE      *
000240*  SRTCSCH SCHEDULED-CHANGE FILE.                                *
000250*                                                                *
000260*  A CHANGE TO THE SORT CODE, SWIFT/BIC, IBAN PREFIX OR BANK     *
000270*  NAME KEYED ON SRTCMNT (FUNCTION F) AND APPROVED ON SRTCAPR    *
000280*  WAITS ON SRTCSCH UNTIL ITS EFFECTIVE DATE.  THIS JOB WORKS    *
000290*  OUT THE BUSINESS DATE IT IS RUNNING FOR FROM THE BNKCAL       *
000300*  CALENDAR THROUGH BNKCDAY (TODAY WHEN TODAY IS A BUSINESS      *
000310*  DAY, OTHERWISE THE PREVIOUS ONE, AS SRTCEOD DOES), ROLLS      *
000320*  EACH WAITING CHANGE'S EFFECTIVE DATE TO THE NEXT BUSINESS     *
000330*  DAY WHEN IT FALLS ON A WEEKEND OR BANK HOLIDAY (THE SAME      *
000340*  ROLL GETSCODE APPLIES TO LIFECYCLE DATES), AND APPLIES EVERY  *
000350*  CHANGE WHOSE ROLLED DATE HAS BEEN REACHED.  A CHANGE MISSED   *
000360*  BY AN EARLIER RUN IS PICKED UP BY THE NEXT ONE.               *
000370*                                                                *
000380*  ONLY THE FIELDS THE CHANGE ACTUALLY ALTERS ARE MOVED ONTO     *
000390*  SRTCTL; EACH APPLIED CHANGE IS JOURNALLED TO SRTCJRN (MAKER   *
000400*  AS OPERATOR, CHECKER AS CHECKER) AND PUBLISHED ON SCEVENT     *
000410*  EXACTLY AS AN APPROVED ONLINE CHANGE IS, AND MARKED APPLIED   *
000420*  WITH ITS CACHE REFRESH PENDING - THE SRTCSRF TRANSACTION      *
000430*  REFRESHES THE SRTCCHE ENTRIES ONCE THE FILES ARE BACK IN      *
000440*  CICS.  A CHANGE THAT CANNOT BE APPLIED (BRANCH GONE, OR THE   *
000450*  NEW SORT CODE IS NO LONGER AVAILABLE TO THE BRANCH ON THE     *
000460*  SRTCALR ALLOCATION REGISTER) IS MARKED REFUSED WITH THE       *
000470*  REASON AND THE RUN ENDS CC=4.  CC=8 MEANS A FILE COULD NOT BE *
000480*  OPENED OR THE JOURNAL COULD NOT BE WRITTEN, AND THE RUN WAS   *
000485*  REFUSED OR ABANDONED.                                         *
000490*                                                                *
000500******************************************************************
000510*                                                                *
000520*  MODIFICATION HISTORY                                          *
000530*  ----------------------------------------------------------    *
000540*  15/10/26  SRT  INITIAL VERSION.                              *
000542*  15/10/26  SRT  A NEW SORT CODE MUST BE AVAILABLE TO THE       *
000544*                 BRANCH ON THE SRTCALR ALLOCATION REGISTER OR   *
000546*                 THE CHANGE IS REFUSED; WHEN APPLIED THE NEW    *
000548*                 CODE IS TAKEN AND THE OLD ONE QUARANTINED.     *
000550*                                                                *
000560******************************************************************

000570 ENVIRONMENT DIVISION.
000580 CONFIGURATION SECTION.
000590 SOURCE-COMPUTER.  IBM-370.
000600 OBJECT-COMPUTER.  IBM-370.
000610 SPECIAL-NAMES.
000620     C01 IS TOP-OF-PAGE.

000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650     SELECT SRTCSCH-FILE ASSIGN TO SRTCSCH
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS SEQUENTIAL
000680         RECORD KEY IS SRTCSCH-KEY
000690         FILE STATUS IS SRTCSCH-FILE-STATUS.

000700     SELECT SRTCTL-FILE ASSIGN TO SRTCTL
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS SRTCTL-BRANCH-ID
000740         FILE STATUS IS SRTCTL-FILE-STATUS.

000750     SELECT BNKCAL-FILE ASSIGN TO BNKCAL
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS SEQUENTIAL
000780         RECORD KEY IS BNKCAL-DATE
000790         FILE STATUS IS BNKCAL-FILE-STATUS.

000800     SELECT SRTCJRN-FILE ASSIGN TO AS-SRTCJRN
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS SRTCJRN-FILE-STATUS.

000830     SELECT SCEVENT-FILE ASSIGN TO AS-SCEVENT
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS SCEVENT-FILE-STATUS.

000851     SELECT SRTCALR-FILE ASSIGN TO SRTCALR
000852         ORGANIZATION IS INDEXED
000853         ACCESS MODE IS DYNAMIC
000854         RECORD KEY IS SRTCALR-KEY
000855         FILE STATUS IS SRTCALR-FILE-STATUS.

000860     SELECT SRTCSAP-FILE ASSIGN TO SRTCSAP
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS SRTCSAP-FILE-STATUS.


000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  SRTCSCH-FILE
000920     LABEL RECORDS ARE STANDARD.
000930     COPY SRTCSCH.

000940 FD  SRTCTL-FILE
000950     LABEL RECORDS ARE STANDARD.
000960     COPY SRTCTL.

000970 FD  BNKCAL-FILE
000980     LABEL RECORDS ARE STANDARD.
000990     COPY BNKCAL.

001000 FD  SRTCJRN-FILE
001010     LABEL RECORDS ARE STANDARD.
001020     COPY SRTCJRN.

001030 FD  SCEVENT-FILE
001040     LABEL RECORDS ARE STANDARD.
001050     COPY SCEVENT.

001052 FD  SRTCALR-FILE
001054     LABEL RECORDS ARE STANDARD.
001056     COPY SRTCALR.

001060 FD  SRTCSAP-FILE
001070     LABEL RECORDS ARE STANDARD
001080     RECORDING MODE IS F.
001090 01  SRTCSAP-RECORD                PIC X(133).


001100 WORKING-STORAGE SECTION.
001110* Copyright statement as a literal to go into the load module
001120 77  FILLER PIC X(24) VALUE 'Copyright IBM Corp. 2022'.

001130 77  SRTCSCH-FILE-STATUS           PIC X(02) VALUE SPACES.
001140 77  SRTCTL-FILE-STATUS            PIC X(02) VALUE SPACES.
001150 77  BNKCAL-FILE-STATUS            PIC X(02) VALUE SPACES.
001160 77  SRTCJRN-FILE-STATUS           PIC X(02) VALUE SPACES.
001170 77  SCEVENT-FILE-STATUS           PIC X(02) VALUE SPACES.
001180 77  SRTCSAP-FILE-STATUS           PIC X(02) VALUE SPACES.
001185 77  SRTCALR-FILE-STATUS           PIC X(02) VALUE SPACES.

001190 77  WS-SCH-EOF-SWITCH             PIC X(01) VALUE 'N'.
001200     88  WS-SCH-EOF                    VALUE 'Y'.

001210 77  WS-CAL-EOF-SWITCH             PIC X(01) VALUE 'N'.
001220     88  WS-CAL-EOF                    VALUE 'Y'.

001230 77  WS-SRTCSCH-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001240     88  WS-SRTCSCH-OPEN               VALUE 'Y'.

001250 77  WS-SRTCTL-OPEN-SWITCH         PIC X(01) VALUE 'N'.
001260     88  WS-SRTCTL-OPEN                VALUE 'Y'.

001270 77  WS-SRTCJRN-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001280     88  WS-SRTCJRN-OPEN               VALUE 'Y'.

001290 77  WS-SCEVENT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001300     88  WS-SCEVENT-OPEN               VALUE 'Y'.

001310 77  WS-SRTCSAP-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001320     88  WS-SRTCSAP-OPEN               VALUE 'Y'.

001322 77  WS-SRTCALR-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001324     88  WS-SRTCALR-OPEN               VALUE 'Y'.

001326 77  WS-ALLOC-TAKEN-SWITCH         PIC X(01) VALUE 'N'.
001328     88  WS-ALLOC-TAKEN                VALUE 'Y'.

001330 77  WS-RUN-REFUSED-SWITCH         PIC X(01) VALUE 'N'.
001340     88  WS-RUN-REFUSED                VALUE 'Y'.

001350 77  WS-APPLY-ABEND-SWITCH         PIC X(01) VALUE 'N'.
001360     88  WS-APPLY-ABANDONED            VALUE 'Y'.

001370 77  WS-READ-COUNT                 PIC 9(08) COMP VALUE ZERO.
001380 77  WS-WAITING-COUNT              PIC 9(08) COMP VALUE ZERO.
001390 77  WS-NOT-DUE-COUNT              PIC 9(08) COMP VALUE ZERO.
001400 77  WS-APPLIED-COUNT              PIC 9(08) COMP VALUE ZERO.
001410 77  WS-IN-PLACE-COUNT             PIC 9(08) COMP VALUE ZERO.
001420 77  WS-REFUSED-COUNT              PIC 9(08) COMP VALUE ZERO.

001430 77  WS-BUSINESS-DATE              PIC 9(08) VALUE ZERO.
001440 77  WS-DUE-DATE                   PIC 9(08) VALUE ZERO.
001445 77  WS-QUAR-DAYS                  PIC 9(04) VALUE ZERO.

001450 01  WS-CDAY-AREA.
001460     COPY BNKCDAY.

001463 01  WS-ALC-AREA.
001466     COPY SRTCALC.

001470 01  WS-CURRENT-DATE.
001480     05  WS-CURRENT-DATE-CC        PIC 9(02).
001490     05  WS-CURRENT-DATE-YY        PIC 9(02).
001500     05  WS-CURRENT-DATE-MM        PIC 9(02).
001510     05  WS-CURRENT-DATE-DD        PIC 9(02).
001520 01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
001530                                   PIC 9(08).

001540 01  WS-CURRENT-TIME.
001550     05  WS-CURRENT-TIME-HHMMSS    PIC 9(06).
001560     05  FILLER                    PIC 9(02).

001570*----------------------------------------------------------------
001580*    THE SRTCTL RECORD AS IT STOOD BEFORE THE CHANGE, FOR THE
001590*    JOURNAL BEFORE IMAGE AND THE OLD SORT CODE ON THE EVENT.
001600*----------------------------------------------------------------
001610 01  WS-BEFORE-IMAGE.
001620     05  WS-BEF-BRANCH-ID          PIC X(06).
001630     05  WS-BEF-SORT-CODE          PIC X(06).
001640     05  FILLER                    PIC X(73).

001650 01  WS-REWRITE-MSG.
001660     05  FILLER                    PIC X(31)
001670         VALUE 'SRTCTL REWRITE FAILED - STATUS '.
001680     05  RWM-STATUS                PIC X(02).
001690     05  FILLER                    PIC X(07) VALUE SPACES.

001700 01  WS-REPORT-HEADING-1.
001710     05  FILLER                    PIC X(01) VALUE '1'.
001720     05  FILLER                    PIC X(42)
001730         VALUE 'SRTCSAP - SCHEDULED CHANGE APPLY'.
001740     05  FILLER                    PIC X(15)
001750         VALUE 'BUSINESS DATE '.
001760     05  RH1-BUSINESS-DATE         PIC 9(08).
001770     05  FILLER                    PIC X(67) VALUE SPACES.

001780 01  WS-REPORT-HEADING-2.
001790     05  FILLER                    PIC X(01) VALUE ' '.
001800     05  FILLER                    PIC X(08) VALUE 'BRANCH'.
001810     05  FILLER                    PIC X(10) VALUE 'EFF DATE'.
001820     05  FILLER                    PIC X(10) VALUE 'DUE DATE'.
001830     05  FILLER                    PIC X(11) VALUE 'DISPOSITION'.
001840     05  FILLER                    PIC X(93) VALUE SPACES.

001850 01  WS-DETAIL-LINE.
001860     05  FILLER                    PIC X(01) VALUE ' '.
001870     05  DL-BRANCH-ID              PIC X(06).
001880     05  FILLER                    PIC X(02) VALUE SPACES.
001890     05  DL-EFF-DATE               PIC 9(08).
001900     05  FILLER                    PIC X(02) VALUE SPACES.
001910     05  DL-DUE-DATE               PIC 9(08).
001920     05  FILLER                    PIC X(02) VALUE SPACES.
001930     05  DL-TEXT                   PIC X(60).
001940     05  FILLER                    PIC X(44) VALUE SPACES.

001950 01  WS-FIELD-LINE.
001960     05  FILLER                    PIC X(29) VALUE SPACES.
001970     05  FL-FIELD                  PIC X(08).
001980     05  FILLER                    PIC X(02) VALUE SPACES.
001990     05  FL-OLD-VALUE              PIC X(35).
002000     05  FILLER                    PIC X(04) VALUE ' -> '.
002010     05  FL-NEW-VALUE              PIC X(35).
002020     05  FILLER                    PIC X(20) VALUE SPACES.

002030 01  WS-TOTALS-LINE.
002040     05  FILLER                    PIC X(01) VALUE ' '.
002050     05  TL-LABEL                  PIC X(32).
002060     05  TL-COUNT                  PIC ZZZZZZZ9.
002070     05  FILLER                    PIC X(92) VALUE SPACES.


002080 PROCEDURE DIVISION.
002090 0000-MAINLINE.
002100     PERFORM 1000-INITIALISE THRU 1000-EXIT.

002110     IF NOT WS-RUN-REFUSED
002120         PERFORM 2000-PROCESS-SCHEDULE THRU 2000-EXIT
002130             UNTIL WS-SCH-EOF OR WS-APPLY-ABANDONED
002140     END-IF

002150     IF WS-REFUSED-COUNT > ZERO AND RETURN-CODE = ZERO
002160         MOVE 4 TO RETURN-CODE
002170     END-IF

002180     PERFORM 3000-TERMINATE THRU 3000-EXIT.

002190     STOP RUN.

002200*----------------------------------------------------------------
002210*    1000-INITIALISE - SET THE BUSINESS DATE, OPEN THE FILES,
002220*    PRINT THE HEADINGS AND PRIME THE FIRST READ.  THE APPLY
002230*    CHANGES THE ESTATE, SO THE SRTCJRN CHANGE JOURNAL IS NOT
002240*    OPTIONAL - WITHOUT IT THE RUN IS REFUSED, AS IN SRTCTON.
002250*    A SCEVENT THAT CANNOT BE OPENED IS A WARNING, CC=4 - THE
002260*    MISSED EVENTS CAN BE RECONSTRUCTED FROM THE JOURNAL.
002262*    NOR IS THE SRTCALR ALLOCATION REGISTER OPTIONAL: WITHOUT IT
002264*    A NEW SORT CODE CANNOT BE CHECKED, AND REFUSING THE CHANGE
002266*    WOULD CLOSE IT OFF FOR GOOD, SO THE RUN IS REFUSED INSTEAD.
002270*----------------------------------------------------------------
002280 1000-INITIALISE.
002290     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

002300     PERFORM 1100-SET-BUSINESS-DATE THRU 1100-EXIT

002310     OPEN OUTPUT SRTCSAP-FILE
002320     IF SRTCSAP-FILE-STATUS NOT = '00'
002330         DISPLAY 'SRTCSAP001E UNABLE TO OPEN SRTCSAP - STATUS '
002340                 SRTCSAP-FILE-STATUS
002350         MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
002360         MOVE 8 TO RETURN-CODE
002370         GO TO 1000-EXIT
002380     END-IF
002390     MOVE 'Y' TO WS-SRTCSAP-OPEN-SWITCH

002400     MOVE WS-BUSINESS-DATE TO RH1-BUSINESS-DATE
002410     PERFORM 8100-WRITE-HEADINGS THRU 8100-EXIT

002420     OPEN I-O SRTCSCH-FILE
002430     IF SRTCSCH-FILE-STATUS NOT = '00'
002440         DISPLAY 'SRTCSAP002E UNABLE TO OPEN SRTCSCH - STATUS '
002450                 SRTCSCH-FILE-STATUS
002460         MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
002470         MOVE 8 TO RETURN-CODE
002480         GO TO 1000-EXIT
002490     END-IF
002500     MOVE 'Y' TO WS-SRTCSCH-OPEN-SWITCH

002510     OPEN I-O SRTCTL-FILE
002520     IF SRTCTL-FILE-STATUS NOT = '00'
002530         DISPLAY 'SRTCSAP003E UNABLE TO OPEN SRTCTL - STATUS '
002540                 SRTCTL-FILE-STATUS
002550         MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
002560         MOVE 8 TO RETURN-CODE
002570         GO TO 1000-EXIT
002580     END-IF
002590     MOVE 'Y' TO WS-SRTCTL-OPEN-SWITCH

002600     OPEN EXTEND SRTCJRN-FILE
002610     IF SRTCJRN-FILE-STATUS NOT = '00'
002620         DISPLAY 'SRTCSAP004E UNABLE TO OPEN SRTCJRN - STATUS '
002630                 SRTCJRN-FILE-STATUS
002640         DISPLAY 'SRTCSAP005E NO CHANGE JOURNAL - RUN REFUSED'
002650         MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
002660         MOVE 8 TO RETURN-CODE
002670         GO TO 1000-EXIT
002680     END-IF
002690     MOVE 'Y' TO WS-SRTCJRN-OPEN-SWITCH

002700     OPEN EXTEND SCEVENT-FILE
002710     IF SCEVENT-FILE-STATUS NOT = '00'
002720         DISPLAY 'SRTCSAP006W UNABLE TO OPEN SCEVENT - STATUS '
002730                 SCEVENT-FILE-STATUS
002740         DISPLAY 'SRTCSAP007W CHANGE EVENTS WILL NOT BE '
002750                 'PUBLISHED THIS RUN'
002760         IF RETURN-CODE = ZERO
002770             MOVE 4 TO RETURN-CODE
002780         END-IF
002790     ELSE
002800         MOVE 'Y' TO WS-SCEVENT-OPEN-SWITCH
002810     END-IF

002811     OPEN I-O SRTCALR-FILE
002812     IF SRTCALR-FILE-STATUS NOT = '00'
002813         DISPLAY 'SRTCSAP013E UNABLE TO OPEN SRTCALR - STATUS '
002814                 SRTCALR-FILE-STATUS
002815         DISPLAY 'SRTCSAP014E NO ALLOCATION REGISTER - RUN '
002816                 'REFUSED'
002817         MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
002818         MOVE 8 TO RETURN-CODE
002819         GO TO 1000-EXIT
002820     END-IF
002821     MOVE 'Y' TO WS-SRTCALR-OPEN-SWITCH

002822     PERFORM 2500-READ-SCHEDULE THRU 2500-EXIT.

002830 1000-EXIT.
002840     EXIT.

002850*----------------------------------------------------------------
002860*    1100-SET-BUSINESS-DATE - THE BUSINESS DATE THIS RUN IS
002870*    APPLYING CHANGES FOR: TODAY WHEN TODAY IS A BUSINESS DAY,
002880*    OTHERWISE THE PREVIOUS BUSINESS DAY FROM THE BNKCAL
002890*    CALENDAR, AS IN SRTCEOD.  A CALENDAR THAT CANNOT BE READ
002900*    LEAVES AN EMPTY HOLIDAY TABLE, SO ONLY WEEKENDS ROLL.
002910*----------------------------------------------------------------
002920 1100-SET-BUSINESS-DATE.
002930     PERFORM 1200-LOAD-CALENDAR THRU 1200-EXIT

002940     SET BNKCDAY-FUNC-IS-BUSDAY TO TRUE
002950     MOVE WS-CURRENT-DATE-N TO BNKCDAY-DATE

002960     CALL 'BNKCDAY' USING WS-CDAY-AREA

002970     IF BNKCDAY-RC-OK AND BNKCDAY-IS-BUSINESS-DAY
002980         MOVE WS-CURRENT-DATE-N TO WS-BUSINESS-DATE
002990         GO TO 1100-EXIT
003000     END-IF

003010     SET BNKCDAY-FUNC-PREVIOUS TO TRUE
003020     MOVE WS-CURRENT-DATE-N TO BNKCDAY-DATE

003030     CALL 'BNKCDAY' USING WS-CDAY-AREA

003040     IF BNKCDAY-RC-OK
003050         MOVE BNKCDAY-RESULT-DATE TO WS-BUSINESS-DATE
003060     ELSE
003070         DISPLAY 'SRTCSAP008W UNABLE TO DERIVE THE BUSINESS '
003080                 'DATE - TODAY IS USED'
003090         MOVE WS-CURRENT-DATE-N TO WS-BUSINESS-DATE
003100     END-IF.

003110 1100-EXIT.
003120     EXIT.

003130*----------------------------------------------------------------
003140*    1200-LOAD-CALENDAR - READ THE BNKCAL BANK HOLIDAY FILE
003150*    INTO THE BNKCDAY HOLIDAY TABLE.
003160*----------------------------------------------------------------
003170 1200-LOAD-CALENDAR.
003180     MOVE ZERO TO BNKCDAY-HOLIDAY-COUNT
003190     MOVE 'N' TO WS-CAL-EOF-SWITCH

003200     OPEN INPUT BNKCAL-FILE
003210     IF BNKCAL-FILE-STATUS NOT = '00'
003220         DISPLAY 'SRTCSAP009W UNABLE TO OPEN BNKCAL - STATUS '
003230                 BNKCAL-FILE-STATUS
003240         GO TO 1200-EXIT
003250     END-IF

003260     PERFORM 1210-LOAD-HOLIDAY THRU 1210-EXIT
003270         UNTIL WS-CAL-EOF OR BNKCDAY-HOLIDAY-COUNT NOT < 100

003280     CLOSE BNKCAL-FILE.

003290 1200-EXIT.
003300     EXIT.

003310 1210-LOAD-HOLIDAY.
003320     READ BNKCAL-FILE
003330         AT END
003340             MOVE 'Y' TO WS-CAL-EOF-SWITCH
003350         NOT AT END
003360             ADD 1 TO BNKCDAY-HOLIDAY-COUNT
003370             MOVE BNKCAL-DATE TO
003380                 BNKCDAY-HOLIDAY-DATE (BNKCDAY-HOLIDAY-COUNT)
003390     END-READ.

003400 1210-EXIT.
003410     EXIT.

003420*----------------------------------------------------------------
003430*    2000-PROCESS-SCHEDULE - ONE SRTCSCH RECORD.  CHANGES
003440*    ALREADY APPLIED OR REFUSED ARE PASSED OVER; A WAITING
003450*    CHANGE IS APPLIED WHEN ITS ROLLED EFFECTIVE DATE HAS BEEN
003460*    REACHED.  THE FILE IS IN BRANCH/DATE ORDER, SO TWO CHANGES
003470*    FOR ONE BRANCH DUE THE SAME NIGHT GO ON IN DATE ORDER.
003480*----------------------------------------------------------------
003490 2000-PROCESS-SCHEDULE.
003500     ADD 1 TO WS-READ-COUNT

003510     IF NOT SRTCSCH-STATUS-WAITING
003520         GO TO 2000-READ-NEXT
003530     END-IF

003540     ADD 1 TO WS-WAITING-COUNT

003550     PERFORM 2100-ROLL-EFFECTIVE THRU 2100-EXIT

003560     IF WS-DUE-DATE > WS-BUSINESS-DATE
003570         ADD 1 TO WS-NOT-DUE-COUNT
003580         GO TO 2000-READ-NEXT
003590     END-IF

003600     PERFORM 2200-APPLY-CHANGE THRU 2200-EXIT.

003610 2000-READ-NEXT.
003620     IF NOT WS-APPLY-ABANDONED
003630         PERFORM 2500-READ-SCHEDULE THRU 2500-EXIT
003640     END-IF.

003650 2000-EXIT.
003660     EXIT.

003670*----------------------------------------------------------------
003680*    2100-ROLL-EFFECTIVE - THE DAY THE CHANGE FALLS DUE: ITS
003690*    EFFECTIVE DATE, OR THE NEXT BUSINESS DAY WHEN THAT IS A
003700*    WEEKEND OR BANK HOLIDAY.
003710*----------------------------------------------------------------
003720 2100-ROLL-EFFECTIVE.
003730     IF SRTCSCH-EFFECTIVE-DATE NUMERIC
003740         MOVE SRTCSCH-EFFECTIVE-DATE TO WS-DUE-DATE
003750     ELSE
003760         MOVE ZEROS TO WS-DUE-DATE
003770     END-IF

003780     IF WS-DUE-DATE = ZERO
003790         GO TO 2100-EXIT
003800     END-IF

003810     SET BNKCDAY-FUNC-IS-BUSDAY TO TRUE
003820     MOVE WS-DUE-DATE TO BNKCDAY-DATE

003830     CALL 'BNKCDAY' USING WS-CDAY-AREA

003840     IF BNKCDAY-RC-OK AND NOT BNKCDAY-IS-BUSINESS-DAY
003850         SET BNKCDAY-FUNC-NEXT TO TRUE

003860         CALL 'BNKCDAY' USING WS-CDAY-AREA

003870         IF BNKCDAY-RC-OK
003880             MOVE BNKCDAY-RESULT-DATE TO WS-DUE-DATE
003890         END-IF
003900     END-IF.

003910 2100-EXIT.
003920     EXIT.

003930*----------------------------------------------------------------
003940*    2200-APPLY-CHANGE - APPLY ONE DUE CHANGE TO SRTCTL.  ONLY
003950*    THE FIELDS WHOSE OLD AND NEW VALUES DIFFER ARE MOVED, SO
003960*    AN UNRELATED CORRECTION MADE SINCE THE CHANGE WAS
003970*    SCHEDULED IS KEPT.  WHEN SRTCTL ALREADY CARRIES THE NEW
003980*    VALUES (SOMEONE KEYED THE CHANGE BY HAND) THERE IS NOTHING
003990*    TO JOURNAL OR PUBLISH AND THE CHANGE IS SIMPLY CLOSED OFF.
003992*    A NEW SORT CODE MUST STILL BE AVAILABLE TO THE BRANCH ON
003994*    THE SRTCALR ALLOCATION REGISTER (SRTCAPR RESERVED IT FOR
003996*    THE BRANCH WHEN THE CHANGE WAS APPROVED).
004000*----------------------------------------------------------------
004010 2200-APPLY-CHANGE.
004020     MOVE SRTCSCH-BRANCH-ID TO SRTCTL-BRANCH-ID
004030     READ SRTCTL-FILE
004040         KEY IS SRTCTL-BRANCH-ID
004050         INVALID KEY
004060             MOVE 'BRANCH NO LONGER ON SRTCTL' TO SRTCSCH-REASON
004070             PERFORM 2300-REFUSE-CHANGE THRU 2300-EXIT
004080             GO TO 2200-EXIT
004090     END-READ

004100     MOVE SRTCTL-RECORD TO WS-BEFORE-IMAGE

004110     IF SRTCSCH-NEW-SORT-CODE NOT = SRTCSCH-OLD-SORT-CODE
004120         MOVE SRTCSCH-NEW-SORT-CODE TO SRTCTL-SORT-CODE
004130     END-IF
004140     IF SRTCSCH-NEW-SWIFT-BIC NOT = SRTCSCH-OLD-SWIFT-BIC
004150         MOVE SRTCSCH-NEW-SWIFT-BIC TO SRTCTL-SWIFT-BIC
004160     END-IF
004170     IF SRTCSCH-NEW-IBAN-PREFIX NOT = SRTCSCH-OLD-IBAN-PREFIX
004180         MOVE SRTCSCH-NEW-IBAN-PREFIX TO SRTCTL-IBAN-PREFIX
004190     END-IF
004200     IF SRTCSCH-NEW-BANK-NAME NOT = SRTCSCH-OLD-BANK-NAME
004210         MOVE SRTCSCH-NEW-BANK-NAME TO SRTCTL-BANK-NAME
004220     END-IF

004230     IF SRTCTL-RECORD = WS-BEFORE-IMAGE
004240         ADD 1 TO WS-IN-PLACE-COUNT
004250         MOVE 'VALUES ALREADY ON SRTCTL - NO CHANGE MADE'
004260           TO SRTCSCH-REASON
004270         SET SRTCSCH-CACHE-DONE TO TRUE
004280         PERFORM 2400-MARK-APPLIED THRU 2400-EXIT
004290         MOVE SRTCSCH-REASON TO DL-TEXT
004300         PERFORM 8200-WRITE-DETAIL THRU 8200-EXIT
004310         GO TO 2200-EXIT
004320     END-IF

004321     MOVE 'N' TO WS-ALLOC-TAKEN-SWITCH
004322     IF SRTCTL-SORT-CODE NOT = WS-BEF-SORT-CODE
004323         PERFORM 2260-TAKE-NEW-CODE THRU 2260-EXIT
004324         IF NOT WS-ALLOC-TAKEN
004325             PERFORM 2300-REFUSE-CHANGE THRU 2300-EXIT
004326             GO TO 2200-EXIT
004327         END-IF
004328     END-IF

004330     MOVE WS-CURRENT-DATE-CC TO SRTCTL-LAST-CHANGED-CC
004340     MOVE WS-CURRENT-DATE-YY TO SRTCTL-LAST-CHANGED-YY
004350     MOVE WS-CURRENT-DATE-MM TO SRTCTL-LAST-CHANGED-MM
004360     MOVE WS-CURRENT-DATE-DD TO SRTCTL-LAST-CHANGED-DD

004370     REWRITE SRTCTL-RECORD
004380     IF SRTCTL-FILE-STATUS NOT = '00'
004390         MOVE SRTCTL-FILE-STATUS TO RWM-STATUS
004400         MOVE WS-REWRITE-MSG TO SRTCSCH-REASON
004410         PERFORM 2300-REFUSE-CHANGE THRU 2300-EXIT
004420         GO TO 2200-EXIT
004430     END-IF

004440     ADD 1 TO WS-APPLIED-COUNT

004442     IF WS-ALLOC-TAKEN
004444         PERFORM 2270-UPDATE-REGISTER THRU 2270-EXIT
004446     END-IF

004450     PERFORM 2410-WRITE-JOURNAL THRU 2410-EXIT
004460     PERFORM 2420-PUBLISH-EVENT THRU 2420-EXIT

004470     MOVE SPACES TO SRTCSCH-REASON
004480     SET SRTCSCH-CACHE-PENDING TO TRUE
004490     PERFORM 2400-MARK-APPLIED THRU 2400-EXIT

004500     IF WS-APPLY-ABANDONED
004510         MOVE 'APPLIED - JOURNAL WRITE FAILED, RUN ABANDONED'
004520           TO DL-TEXT
004530     ELSE
004540         MOVE 'APPLIED' TO DL-TEXT
004550     END-IF
004560     PERFORM 8200-WRITE-DETAIL THRU 8200-EXIT
004570     PERFORM 2250-LIST-FIELDS THRU 2250-EXIT.

004580 2200-EXIT.
004581     EXIT.

004582*----------------------------------------------------------------
004583*    2260-TAKE-NEW-CODE - READ THE NEW SORT CODE'S SRTCALR ENTRY
004584*    AND ASK SRTCALC TO TAKE IT FOR THE BRANCH.  THE UPDATED
004585*    ENTRY IS HELD IN SRTCALC-ENTRY UNTIL SRTCTL HAS BEEN
004586*    REWRITTEN; ON A REFUSAL SRTCSCH-REASON SAYS WHAT HOLDS THE
004587*    CODE.
004588*----------------------------------------------------------------
004589 2260-TAKE-NEW-CODE.
004590     MOVE 'C' TO SRTCALR-REC-TYPE
004591     MOVE SRTCTL-SORT-CODE TO SRTCALR-SORT-CODE
004592     READ SRTCALR-FILE
004593         KEY IS SRTCALR-KEY
004594         INVALID KEY
004595             MOVE SPACES TO SRTCALR-RECORD
004596     END-READ

004597     MOVE SRTCALR-RECORD TO SRTCALC-ENTRY
004598     SET SRTCALC-FUNC-TAKE TO TRUE
004599     MOVE SRTCSCH-BRANCH-ID TO SRTCALC-BRANCH-ID
004600     MOVE SPACES TO SRTCALC-PROJECT
004601     MOVE 'SRTCSAP' TO SRTCALC-USER
004602     MOVE WS-BUSINESS-DATE TO SRTCALC-TODAY
004603     MOVE ZEROS TO SRTCALC-CLOSED-DATE
004604     MOVE ZEROS TO SRTCALC-QUAR-DAYS

004605     CALL 'SRTCALC' USING WS-ALC-AREA

004606     IF SRTCALC-RC-OK
004607         MOVE 'Y' TO WS-ALLOC-TAKEN-SWITCH
004608     ELSE
004609         MOVE SRTCALC-MESSAGE TO SRTCSCH-REASON
004610     END-IF.

004611 2260-EXIT.
004612     EXIT.

004613*----------------------------------------------------------------
004614*    2270-UPDATE-REGISTER - SRTCTL NOW CARRIES THE NEW SORT
004615*    CODE.  WRITE BACK THE ENTRY 2260 TOOK, THEN QUARANTINE THE
004616*    CODE THE BRANCH GAVE UP FOR ITS RANGE'S PERIOD FROM THE
004617*    BUSINESS DATE.  AN OLD CODE NOT ON THE REGISTER IS LEFT
004618*    ALONE.  A REGISTER WRITE FAILURE DOES NOT UNDO THE CHANGE
004619*    BUT IS FLAGGED CC=4 FOR BRANCH ADMIN TO PUT RIGHT ON SCAL.
004620*----------------------------------------------------------------
004621 2270-UPDATE-REGISTER.
004622     MOVE 'C' TO SRTCALR-REC-TYPE
004623     MOVE SRTCTL-SORT-CODE TO SRTCALR-SORT-CODE
004624     READ SRTCALR-FILE
004625         KEY IS SRTCALR-KEY
004626         INVALID KEY
004627             PERFORM 2280-REGISTER-FAILED THRU 2280-EXIT
004628             GO TO 2270-QUARANTINE-OLD
004629     END-READ

004630     MOVE SRTCALC-ENTRY TO SRTCALR-RECORD
004631     REWRITE SRTCALR-RECORD
004632     IF SRTCALR-FILE-STATUS NOT = '00'
004633         PERFORM 2280-REGISTER-FAILED THRU 2280-EXIT
004634     END-IF.

004635 2270-QUARANTINE-OLD.
004636     IF WS-BEF-SORT-CODE = SPACES
004637         GO TO 2270-EXIT
004638     END-IF

004639     MOVE ZERO TO WS-QUAR-DAYS
004640     MOVE 'C' TO SRTCALR-REC-TYPE
004641     MOVE WS-BEF-SORT-CODE TO SRTCALR-SORT-CODE
004642     READ SRTCALR-FILE
004643         KEY IS SRTCALR-KEY
004644         INVALID KEY
004645             GO TO 2270-EXIT
004646     END-READ

004647     MOVE 'R' TO SRTCALR-REC-TYPE
004648     MOVE SRTCALR-RANGE-START TO SRTCALR-SORT-CODE
004649     READ SRTCALR-FILE
004650         KEY IS SRTCALR-KEY
004651         INVALID KEY
004652             MOVE ZERO TO SRTCALR-QUAR-DAYS
004653     END-READ
004654     IF SRTCALR-QUAR-DAYS NUMERIC
004655         MOVE SRTCALR-QUAR-DAYS TO WS-QUAR-DAYS
004656     END-IF

004657     MOVE 'C' TO SRTCALR-REC-TYPE
004658     MOVE WS-BEF-SORT-CODE TO SRTCALR-SORT-CODE
004659     READ SRTCALR-FILE
004660         KEY IS SRTCALR-KEY
004661         INVALID KEY
004662             GO TO 2270-EXIT
004663     END-READ

004664     MOVE SRTCALR-RECORD TO SRTCALC-ENTRY
004665     SET SRTCALC-FUNC-QUARANTINE TO TRUE
004666     MOVE SRTCSCH-BRANCH-ID TO SRTCALC-BRANCH-ID
004667     MOVE SPACES TO SRTCALC-PROJECT
004668     MOVE 'SRTCSAP' TO SRTCALC-USER
004669     MOVE WS-BUSINESS-DATE TO SRTCALC-TODAY
004670     MOVE WS-BUSINESS-DATE TO SRTCALC-CLOSED-DATE
004671     MOVE WS-QUAR-DAYS TO SRTCALC-QUAR-DAYS

004672     CALL 'SRTCALC' USING WS-ALC-AREA

004673     MOVE SRTCALC-ENTRY TO SRTCALR-RECORD
004674     REWRITE SRTCALR-RECORD
004675     IF SRTCALR-FILE-STATUS NOT = '00'
004676         PERFORM 2280-REGISTER-FAILED THRU 2280-EXIT
004677     END-IF.

004678 2270-EXIT.
004679     EXIT.

004680*----------------------------------------------------------------
004681*    2280-REGISTER-FAILED - A SRTCALR ENTRY COULD NOT BE PUT
004682*    BACK AFTER THE CHANGE WENT ON.
004683*----------------------------------------------------------------
004684 2280-REGISTER-FAILED.
004685     DISPLAY 'SRTCSAP015W SRTCALR UPDATE FAILED FOR '
004686             SRTCALR-SORT-CODE ' - STATUS '
004687             SRTCALR-FILE-STATUS
004688     IF RETURN-CODE = ZERO
004689         MOVE 4 TO RETURN-CODE
004690     END-IF.

004691 2280-EXIT.
004692     EXIT.

004693*----------------------------------------------------------------
004694*    2250-LIST-FIELDS - UNDER THE APPLIED LINE, ONE LINE FOR
004695*    EACH FIELD THE CHANGE ALTERED, OLD VALUE TO NEW.
004696*----------------------------------------------------------------
004697 2250-LIST-FIELDS.
004698     IF SRTCSCH-NEW-SORT-CODE NOT = SRTCSCH-OLD-SORT-CODE
004699         MOVE 'SRTCDE' TO FL-FIELD
004700         MOVE SRTCSCH-OLD-SORT-CODE TO FL-OLD-VALUE
004701         MOVE SRTCSCH-NEW-SORT-CODE TO FL-NEW-VALUE
004702         PERFORM 8210-WRITE-FIELD THRU 8210-EXIT
004703     END-IF

004710     IF SRTCSCH-NEW-SWIFT-BIC NOT = SRTCSCH-OLD-SWIFT-BIC
004720         MOVE 'SWIFT' TO FL-FIELD
004730         MOVE SRTCSCH-OLD-SWIFT-BIC TO FL-OLD-VALUE
004740         MOVE SRTCSCH-NEW-SWIFT-BIC TO FL-NEW-VALUE
004750         PERFORM 8210-WRITE-FIELD THRU 8210-EXIT
004760     END-IF

004770     IF SRTCSCH-NEW-IBAN-PREFIX NOT = SRTCSCH-OLD-IBAN-PREFIX
004780         MOVE 'IBAN' TO FL-FIELD
004790         MOVE SRTCSCH-OLD-IBAN-PREFIX TO FL-OLD-VALUE
004800         MOVE SRTCSCH-NEW-IBAN-PREFIX TO FL-NEW-VALUE
004810         PERFORM 8210-WRITE-FIELD THRU 8210-EXIT
004820     END-IF

004830     IF SRTCSCH-NEW-BANK-NAME NOT = SRTCSCH-OLD-BANK-NAME
004840         MOVE 'BANK' TO FL-FIELD
004850         MOVE SRTCSCH-OLD-BANK-NAME TO FL-OLD-VALUE
004860         MOVE SRTCSCH-NEW-BANK-NAME TO FL-NEW-VALUE
004870         PERFORM 8210-WRITE-FIELD THRU 8210-EXIT
004880     END-IF.

004890 2250-EXIT.
004900     EXIT.

004910*----------------------------------------------------------------
004920*    2300-REFUSE-CHANGE - THE CHANGE CANNOT BE APPLIED.  MARK IT
004930*    REFUSED WITH THE REASON THE CALLER PUT IN SRTCSCH-REASON,
004940*    SO IT IS NOT TRIED AGAIN EVERY NIGHT, AND REPORT IT FOR
004950*    BRANCH ADMIN TO RE-KEY OR ABANDON.
004960*----------------------------------------------------------------
004970 2300-REFUSE-CHANGE.
004980     ADD 1 TO WS-REFUSED-COUNT
004990     SET SRTCSCH-STATUS-REFUSED TO TRUE

005000     ACCEPT WS-CURRENT-TIME FROM TIME
005010     MOVE WS-CURRENT-DATE-N TO SRTCSCH-APPLIED-DATE
005020     MOVE WS-CURRENT-TIME-HHMMSS TO SRTCSCH-APPLIED-TIME

005030     PERFORM 2450-REWRITE-SCHEDULE THRU 2450-EXIT

005040     MOVE SPACES TO DL-TEXT
005050     STRING 'REFUSED - '    DELIMITED BY SIZE
005060            SRTCSCH-REASON  DELIMITED BY SIZE
005070         INTO DL-TEXT
005080     END-STRING
005090     PERFORM 8200-WRITE-DETAIL THRU 8200-EXIT.

005100 2300-EXIT.
005110     EXIT.

005120*----------------------------------------------------------------
005130*    2400-MARK-APPLIED - THE CHANGE IS ON SRTCTL; CLOSE IT OFF
005140*    ON SRTCSCH WITH THE DATE AND TIME IT WENT ON.  THE CALLER
005150*    SETS THE CACHE STATUS.
005160*----------------------------------------------------------------
005170 2400-MARK-APPLIED.
005180     SET SRTCSCH-STATUS-APPLIED TO TRUE

005190     ACCEPT WS-CURRENT-TIME FROM TIME
005200     MOVE WS-CURRENT-DATE-N TO SRTCSCH-APPLIED-DATE
005210     MOVE WS-CURRENT-TIME-HHMMSS TO SRTCSCH-APPLIED-TIME

005220     PERFORM 2450-REWRITE-SCHEDULE THRU 2450-EXIT.

005230 2400-EXIT.
005240     EXIT.

005250*----------------------------------------------------------------
005260*    2410-WRITE-JOURNAL - APPEND THE CHANGE JUST APPLIED TO THE
005270*    SRTCJRN CHANGE JOURNAL AS AN UPDATE, CARRYING THE MAKER AS
005280*    OPERATOR AND THE CHECKER WHO APPROVED IT ON SRTCAPR, THE
005290*    SAME PAIR AN APPROVED ONLINE CHANGE CARRIES.  A WRITE
005300*    FAILURE ABANDONS THE RUN CC=8 - SRTCTL MUST NOT CHANGE
005310*    WITHOUT A TRAIL.
005320*----------------------------------------------------------------
005330 2410-WRITE-JOURNAL.
005340     ACCEPT WS-CURRENT-TIME FROM TIME

005350     MOVE SPACES TO SRTCJRN-RECORD
005360     MOVE WS-CURRENT-DATE-N TO SRTCJRN-DATE
005370     MOVE WS-CURRENT-TIME-HHMMSS TO SRTCJRN-TIME
005380     MOVE 'SRTCSAP' TO SRTCJRN-SOURCE
005390     MOVE SRTCSCH-MAKER TO SRTCJRN-OPERATOR
005400     MOVE SPACES TO SRTCJRN-TERMID
005410     SET SRTCJRN-ACTION-UPDATE TO TRUE
005420     MOVE SRTCSCH-BRANCH-ID TO SRTCJRN-BRANCH-ID
005430     MOVE WS-BEFORE-IMAGE TO SRTCJRN-BEFORE-IMAGE
005440     MOVE SRTCTL-RECORD TO SRTCJRN-AFTER-IMAGE
005450     MOVE SRTCSCH-CHECKER TO SRTCJRN-CHECKER

005460     WRITE SRTCJRN-RECORD
005470     IF SRTCJRN-FILE-STATUS NOT = '00'
005480         DISPLAY 'SRTCSAP010E JOURNAL WRITE FAILED - STATUS '
005490                 SRTCJRN-FILE-STATUS
005500         MOVE 'Y' TO WS-APPLY-ABEND-SWITCH
005510         MOVE 8 TO RETURN-CODE
005520     END-IF.

005530 2410-EXIT.
005540     EXIT.

005550*----------------------------------------------------------------
005560*    2420-PUBLISH-EVENT - TELL THE DOWNSTREAM SUBSCRIBERS ABOUT
005570*    THE CHANGE ON THE SAME SCEVENT STREAM SRTCAPR PUBLISHES TO
005580*    ONLINE, WITH THE SORT CODE THE BRANCH HAD BEFORE.  A
005590*    PUBLISH FAILURE DOES NOT STOP THE RUN BUT IS FLAGGED CC=4.
005600*----------------------------------------------------------------
005610 2420-PUBLISH-EVENT.
005620     IF NOT WS-SCEVENT-OPEN
005630         GO TO 2420-EXIT
005640     END-IF

005650     ACCEPT WS-CURRENT-TIME FROM TIME

005660     MOVE SPACES TO SCEVENT-RECORD
005670     SET SCEVENT-TYPE-CHANGE TO TRUE
005680     MOVE WS-CURRENT-DATE-N TO SCEVENT-DATE
005690     MOVE WS-CURRENT-TIME-HHMMSS TO SCEVENT-TIME
005700     MOVE 'SRTCSAP' TO SCEVENT-SOURCE
005710     MOVE SRTCTL-BRANCH-ID TO SCEVENT-BRANCH-ID
005720     MOVE WS-BEF-SORT-CODE TO SCEVENT-OLD-SORT-CODE
005730     MOVE SRTCTL-SORT-CODE TO SCEVENT-NEW-SORT-CODE
005740     MOVE SRTCTL-SWIFT-BIC TO SCEVENT-SWIFT-BIC
005750     MOVE SRTCTL-IBAN-PREFIX TO SCEVENT-IBAN-PREFIX
005760     MOVE SRTCTL-BANK-NAME TO SCEVENT-BANK-NAME
005770     MOVE ZEROS TO SCEVENT-EVENT-COUNT

005780     WRITE SCEVENT-RECORD
005790     IF SCEVENT-FILE-STATUS NOT = '00'
005800         DISPLAY 'SRTCSAP011W EVENT PUBLISH FAILED - STATUS '
005810                 SCEVENT-FILE-STATUS
005820         IF RETURN-CODE = ZERO
005830             MOVE 4 TO RETURN-CODE
005840         END-IF
005850     END-IF.

005860 2420-EXIT.
005870     EXIT.

005880*----------------------------------------------------------------
005890*    2450-REWRITE-SCHEDULE - PUT THE UPDATED SRTCSCH RECORD
005900*    BACK.  IF THAT FAILS THE CHANGE WOULD BE TRIED AGAIN
005910*    TOMORROW, SO THE RUN IS ABANDONED CC=8 FOR OPERATIONS TO
005920*    LOOK AT BEFORE THE NEXT ONE.
005930*----------------------------------------------------------------
005940 2450-REWRITE-SCHEDULE.
005950     REWRITE SRTCSCH-RECORD
005960     IF SRTCSCH-FILE-STATUS NOT = '00'
005970         DISPLAY 'SRTCSAP012E SRTCSCH REWRITE FAILED FOR '
005980                 SRTCSCH-BRANCH-ID ' - STATUS '
005990                 SRTCSCH-FILE-STATUS
006000         MOVE 'Y' TO WS-APPLY-ABEND-SWITCH
006010         MOVE 8 TO RETURN-CODE
006020     END-IF.

006030 2450-EXIT.
006040     EXIT.

006050*----------------------------------------------------------------
006060*    2500-READ-SCHEDULE - READ THE NEXT SCHEDULED CHANGE.
006070*----------------------------------------------------------------
006080 2500-READ-SCHEDULE.
006090     READ SRTCSCH-FILE NEXT RECORD
006100         AT END
006110             MOVE 'Y' TO WS-SCH-EOF-SWITCH
006120     END-READ.

006130 2500-EXIT.
006140     EXIT.

006150*----------------------------------------------------------------
006160*    3000-TERMINATE - PRINT THE CONTROL TOTALS AND CLOSE THE
006170*    FILES.
006180*----------------------------------------------------------------
006190 3000-TERMINATE.
006200     IF WS-SRTCSAP-OPEN
006210         PERFORM 8300-WRITE-TOTALS THRU 8300-EXIT
006220     END-IF

006230     IF WS-SRTCSCH-OPEN
006240         CLOSE SRTCSCH-FILE
006250     END-IF

006260     IF WS-SRTCTL-OPEN
006270         CLOSE SRTCTL-FILE
006280     END-IF

006290     IF WS-SRTCJRN-OPEN
006300         CLOSE SRTCJRN-FILE
006310     END-IF

006320     IF WS-SCEVENT-OPEN
006330         CLOSE SCEVENT-FILE
006340     END-IF

006342     IF WS-SRTCALR-OPEN
006344         CLOSE SRTCALR-FILE
006346     END-IF

006350     IF WS-SRTCSAP-OPEN
006360         CLOSE SRTCSAP-FILE
006370     END-IF.

006380 3000-EXIT.
006390     EXIT.

006400*----------------------------------------------------------------
006410*    8100-WRITE-HEADINGS - PRINT THE REPORT HEADINGS.
006420*----------------------------------------------------------------
006430 8100-WRITE-HEADINGS.
006440     WRITE SRTCSAP-RECORD FROM WS-REPORT-HEADING-1
006450         AFTER ADVANCING TOP-OF-PAGE
006460     WRITE SRTCSAP-RECORD FROM WS-REPORT-HEADING-2
006470         AFTER ADVANCING 2 LINES.

006480 8100-EXIT.
006490     EXIT.

006500*----------------------------------------------------------------
006510*    8200-WRITE-DETAIL - PRINT ONE DISPOSITION LINE FOR THE
006520*    CHANGE IN SRTCSCH-RECORD.  THE CALLER PUTS THE TEXT IN
006530*    DL-TEXT.
006540*----------------------------------------------------------------
006550 8200-WRITE-DETAIL.
006560     MOVE SRTCSCH-BRANCH-ID TO DL-BRANCH-ID
006570     MOVE SRTCSCH-EFFECTIVE-DATE TO DL-EFF-DATE
006580     MOVE WS-DUE-DATE TO DL-DUE-DATE

006590     WRITE SRTCSAP-RECORD FROM WS-DETAIL-LINE
006600         AFTER ADVANCING 1 LINE.

006610 8200-EXIT.
006620     EXIT.

006630*----------------------------------------------------------------
006640*    8210-WRITE-FIELD - PRINT ONE CHANGED FIELD UNDER THE LINE
006650*    THAT INTRODUCED IT.
006660*----------------------------------------------------------------
006670 8210-WRITE-FIELD.
006680     WRITE SRTCSAP-RECORD FROM WS-FIELD-LINE
006690         AFTER ADVANCING 1 LINE.

006700 8210-EXIT.
006710     EXIT.

006720*----------------------------------------------------------------
006730*    8300-WRITE-TOTALS - PRINT THE CONTROL TOTALS.
006740*----------------------------------------------------------------
006750 8300-WRITE-TOTALS.
006760     MOVE 'SCHEDULED CHANGES READ:' TO TL-LABEL
006770     MOVE WS-READ-COUNT TO TL-COUNT
006780     WRITE SRTCSAP-RECORD FROM WS-TOTALS-LINE
006790         AFTER ADVANCING 2 LINES

006800     MOVE 'WAITING:' TO TL-LABEL
006810     MOVE WS-WAITING-COUNT TO TL-COUNT
006820     WRITE SRTCSAP-RECORD FROM WS-TOTALS-LINE
006830         AFTER ADVANCING 1 LINE

006840     MOVE '  NOT YET DUE:' TO TL-LABEL
006850     MOVE WS-NOT-DUE-COUNT TO TL-COUNT
006860     WRITE SRTCSAP-RECORD FROM WS-TOTALS-LINE
006870         AFTER ADVANCING 1 LINE

006880     MOVE '  APPLIED TO SRTCTL:' TO TL-LABEL
006890     MOVE WS-APPLIED-COUNT TO TL-COUNT
006900     WRITE SRTCSAP-RECORD FROM WS-TOTALS-LINE
006910         AFTER ADVANCING 1 LINE

006920     MOVE '  ALREADY IN PLACE ON SRTCTL:' TO TL-LABEL
006930     MOVE WS-IN-PLACE-COUNT TO TL-COUNT
006940     WRITE SRTCSAP-RECORD FROM WS-TOTALS-LINE
006950         AFTER ADVANCING 1 LINE

006960     MOVE '  REFUSED:' TO TL-LABEL
006970     MOVE WS-REFUSED-COUNT TO TL-COUNT
006980     WRITE SRTCSAP-RECORD FROM WS-TOTALS-LINE
006990         AFTER ADVANCING 1 LINE.

007000 8300-EXIT.
007010     EXIT.
