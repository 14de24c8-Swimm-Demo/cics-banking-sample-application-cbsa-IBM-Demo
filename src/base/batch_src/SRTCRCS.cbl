000100******************************************************************
000110*                                                                *
000120*  Copyright IBM Corp. 2022                                      *
000130*                                                                *
000140******************************************************************
000150 IDENTIFICATION DIVISION.
000160 PROGRAM-ID.    SRTCRCS.
000170 AUTHOR.        BANK APPLICATIONS DEVELOPMENT.
000180 INSTALLATION.  MIDLAND REGIONAL DATA CENTRE.
000190 DATE-WRITTEN.  15/10/26.
000200 DATE-COMPILED.
000210******************************************************************
000220*                                                                *
000230*  SRTCRCS - MORNING STATUS REPORT FOR THE NIGHTLY SORT CODE     *
000240*  JOBS.                                                         *
000250*                                                                *
000260*  READS THE SRTCRCL RUN-CONTROL LEDGER FOR EVERY JOB ON THE     *
000270*  SRTCRCJ CHAIN, IN RUNNING ORDER, AND PRINTS ONE LINE PER JOB  *
000280*  SAYING HOW IT STANDS FOR THE REPORT BUSINESS DATE:            *
000290*                                                                *
000300*    RAN         ENDED CLEAN FOR THE DATE (RAN FORCED WHEN THE   *
000310*                FORCE FLAG OVERRODE A REFUSAL).                 *
000320*    FAILED      REACHED ITS END FOR THE DATE ABOVE ITS CLEAN    *
000330*                CONDITION CODE.                                 *
000340*    INCOMPLETE  STARTED FOR THE DATE BUT NO END IS RECORDED -   *
000350*                STILL RUNNING, OR ABENDED.                      *
000360*    SKIPPED     REFUSED AT START-UP FOR THE DATE, WITH THE      *
000370*                REASON THE LEDGER GAVE.                         *
000380*    OVERDUE     NOT RUN FOR THE DATE WHEN IT SHOULD HAVE BEEN - *
000390*                A DAILY JOB, OR A WEEKLY OR MONTHLY JOB WHOSE   *
000400*                LAST CLEAN RUN IS MORE THAN ITS OVERDUE DAYS    *
000410*                OLD.                                            *
000420*    NOT DUE     NOT RUN, AND NOT YET NEEDED.                    *
000430*    NEVER RUN   NO RECORD ON THE LEDGER - OVERDUE UNLESS THE    *
000440*                JOB RUNS ON REQUEST ONLY.                       *
000450*                                                                *
000460*  UNDER EACH JOB IS ITS LAST CONTROL TOTALS, THE REFUSAL        *
000470*  REASON, OR WHEN IT WAS STARTED, AS THE STATUS CALLS FOR.      *
000480*  LINES NEEDING ATTENTION ARE FLAGGED ***.                      *
000490*                                                                *
000500*  THE REPORT DATE IS COLUMNS 1-8 OF THE OPTIONAL RCSPRM CARD,   *
000510*  OTHERWISE THE BUSINESS DAY BEFORE TODAY (BY BNKCDAY) - THE    *
000520*  DATE LAST NIGHT'S RUNS BELONG TO WHEN THE REPORT IS RUN THE   *
000530*  NEXT MORNING.                                                 *
000540*                                                                *
000550*  CONDITION CODES: 0 EVERY JOB RAN OR IS NOT DUE; 4 A JOB WAS   *
000560*  SKIPPED, FAILED, IS INCOMPLETE OR IS OVERDUE; 8 THE REPORT    *
000570*  DATE IS BAD OR THE LEDGER COULD NOT BE READ.                  *
000580*                                                                *
000590******************************************************************
000600*                                                                *
000610*  MODIFICATION HISTORY                                          *
000620*  ----------------------------------------------------------    *
000630*  15/10/26  SRT  INITIAL VERSION.                               *
000640*                                                                *
000650******************************************************************

000660 ENVIRONMENT DIVISION.
000670 CONFIGURATION SECTION.
000680 SOURCE-COMPUTER.  IBM-370.
000690 OBJECT-COMPUTER.  IBM-370.
000700 SPECIAL-NAMES.
000710     C01 IS TOP-OF-PAGE.

000720 INPUT-OUTPUT SECTION.
000730 FILE-CONTROL.
000740     SELECT SRTCRCL-FILE ASSIGN TO SRTCRCL
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS RANDOM
000770         RECORD KEY IS SRTCRCL-JOB-NAME
000780         FILE STATUS IS SRTCRCL-FILE-STATUS.

000790     SELECT BNKCAL-FILE ASSIGN TO BNKCAL
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS SEQUENTIAL
000820         RECORD KEY IS BNKCAL-DATE
000830         FILE STATUS IS BNKCAL-FILE-STATUS.

000840     SELECT RCSPRM-FILE ASSIGN TO RCSPRM
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS RCSPRM-FILE-STATUS.

000870     SELECT SRTCRCS-FILE ASSIGN TO SRTCRCS
000880         ORGANIZATION IS SEQUENTIAL
000890         FILE STATUS IS SRTCRCS-FILE-STATUS.


000900 DATA DIVISION.
000910 FILE SECTION.
000920 FD  SRTCRCL-FILE
000930     LABEL RECORDS ARE STANDARD.
000940     COPY SRTCRCL.

000950 FD  BNKCAL-FILE
000960     LABEL RECORDS ARE STANDARD.
000970     COPY BNKCAL.

000980 FD  RCSPRM-FILE
000990     LABEL RECORDS ARE STANDARD
001000     RECORDING MODE IS F.
001010 01  RCSPRM-RECORD.
001020     05  RCSPRM-REPORT-DATE        PIC X(08).
001030     05  FILLER                    PIC X(72).

001040 FD  SRTCRCS-FILE
001050     LABEL RECORDS ARE STANDARD
001060     RECORDING MODE IS F.
001070 01  SRTCRCS-RECORD                PIC X(133).


001080 WORKING-STORAGE SECTION.
001090* Copyright statement as a literal to go into the load module
001100 77  FILLER PIC X(24) VALUE 'Copyright IBM Corp. 2022'.

001110 77  SRTCRCL-FILE-STATUS           PIC X(02) VALUE SPACES.
001120 77  BNKCAL-FILE-STATUS            PIC X(02) VALUE SPACES.
001130 77  RCSPRM-FILE-STATUS            PIC X(02) VALUE SPACES.
001140 77  SRTCRCS-FILE-STATUS           PIC X(02) VALUE SPACES.

001150 77  WS-RUN-FAILED-SWITCH          PIC X(01) VALUE 'N'.
001160     88  WS-RUN-FAILED                 VALUE 'Y'.

001170 77  WS-CAL-EOF-SWITCH             PIC X(01) VALUE 'N'.
001180     88  WS-CAL-EOF                    VALUE 'Y'.

001190 77  WS-SRTCRCL-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001200     88  WS-SRTCRCL-OPEN               VALUE 'Y'.

001210 77  WS-SRTCRCS-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001220     88  WS-SRTCRCS-OPEN               VALUE 'Y'.

001230 77  WS-ATTENTION-SWITCH           PIC X(01) VALUE 'N'.
001240     88  WS-ATTENTION                  VALUE 'Y'.

001250 77  WS-SUB-LINE-SWITCH            PIC X(01) VALUE 'N'.
001260     88  WS-SUB-LINE-TOTALS            VALUE 'T'.
001270     88  WS-SUB-LINE-REASON            VALUE 'R'.
001280     88  WS-SUB-LINE-STARTED           VALUE 'S'.
001290     88  WS-SUB-LINE-NONE              VALUE 'N'.

001300 77  WS-JX                         PIC S9(04) COMP VALUE ZERO.
001310 77  WS-TX                         PIC S9(04) COMP VALUE ZERO.
001320 77  WS-DAYS-SINCE                 PIC S9(07) COMP VALUE ZERO.

001330 77  WS-RAN-COUNT                  PIC 9(03) COMP VALUE ZERO.
001340 77  WS-SKIPPED-COUNT              PIC 9(03) COMP VALUE ZERO.
001350 77  WS-FAILED-COUNT               PIC 9(03) COMP VALUE ZERO.
001360 77  WS-OVERDUE-COUNT              PIC 9(03) COMP VALUE ZERO.
001370 77  WS-NOT-DUE-COUNT              PIC 9(03) COMP VALUE ZERO.
001380 77  WS-ATTENTION-COUNT            PIC 9(03) COMP VALUE ZERO.

001390 77  WS-REPORT-DATE                PIC 9(08) VALUE ZERO.

001400 COPY SRTCRCJ.

001410 01  WS-CDAY-AREA.
001420     COPY BNKCDAY.

001430 01  WS-CURRENT-DATE.
001440     05  WS-CURRENT-DATE-N         PIC 9(08).

001450*----------------------------------------------------------------
001460*    DATE AND TIME EDITING FOR THE REPORT - 8500 TURNS
001470*    WS-FD-IN INTO YYYY-MM-DD AND WS-FT-IN INTO HH:MM.
001480*----------------------------------------------------------------
001490 01  WS-FD-IN.
001500     05  WS-FD-YYYY                PIC 9(04).
001510     05  WS-FD-MM                  PIC 9(02).
001520     05  WS-FD-DD                  PIC 9(02).
001530 01  WS-FD-IN-N REDEFINES WS-FD-IN PIC 9(08).

001540 01  WS-FD-OUT                     PIC X(10) VALUE SPACES.

001550 01  WS-FT-IN.
001560     05  WS-FT-HH                  PIC 9(02).
001570     05  WS-FT-MM                  PIC 9(02).
001580     05  WS-FT-SS                  PIC 9(02).
001590 01  WS-FT-IN-N REDEFINES WS-FT-IN PIC 9(06).

001600 01  WS-FT-OUT                     PIC X(05) VALUE SPACES.

001610 01  WS-CC-AREA.
001620     05  FILLER                    PIC X(04) VALUE ' CC='.
001630     05  WS-CC-EDIT                PIC 9(04).

001640*----------------------------------------------------------------
001650*    THE THREE CONTROL TOTALS A JOB LAST REPORTED, AS PRINTED.
001660*----------------------------------------------------------------
001670 01  WS-TOTALS-TEXT.
001680     05  WS-TT-ENTRY OCCURS 3.
001690         10  WS-TT-NAME            PIC X(12).
001700         10  FILLER                PIC X(01).
001710         10  WS-TT-VALUE           PIC Z(10)9.
001720         10  FILLER                PIC X(03).

001730 01  WS-REPORT-HEADING-1.
001740     05  FILLER                    PIC X(01) VALUE '1'.
001750     05  FILLER                    PIC X(39)
001760         VALUE 'SRTCRCS - NIGHTLY SORT CODE JOB STATUS '.
001770     05  FILLER                    PIC X(20)
001780         VALUE 'FOR BUSINESS DATE   '.
001790     05  RH-REPORT-DATE            PIC X(10).
001800     05  FILLER                    PIC X(12)
001810         VALUE '    PRINTED '.
001820     05  RH-RUN-DATE               PIC X(10).
001830     05  FILLER                    PIC X(41) VALUE SPACES.

001840 01  WS-REPORT-HEADING-2.
001850     05  FILLER                    PIC X(01) VALUE ' '.
001860     05  FILLER                    PIC X(10) VALUE 'JOB'.
001870     05  FILLER                    PIC X(10) VALUE 'AFTER'.
001880     05  FILLER                    PIC X(12) VALUE 'FREQUENCY'.
001890     05  FILLER                    PIC X(12) VALUE 'STATUS'.
001900     05  FILLER                    PIC X(12) VALUE 'LAST CLEAN'.
001910     05  FILLER                    PIC X(28) VALUE 'LAST END'.
001920     05  FILLER                    PIC X(48) VALUE SPACES.

001930 01  WS-DETAIL-LINE.
001940     05  FILLER                    PIC X(01) VALUE ' '.
001950     05  DL-JOB                    PIC X(08).
001960     05  FILLER                    PIC X(02) VALUE SPACES.
001970     05  DL-PREDECESSOR            PIC X(08).
001980     05  FILLER                    PIC X(02) VALUE SPACES.
001990     05  DL-FREQUENCY              PIC X(10).
002000     05  FILLER                    PIC X(02) VALUE SPACES.
002010     05  DL-STATUS                 PIC X(10).
002020     05  FILLER                    PIC X(02) VALUE SPACES.
002030     05  DL-CLEAN-DATE             PIC X(10).
002040     05  FILLER                    PIC X(02) VALUE SPACES.
002050     05  DL-LAST-END               PIC X(26).
002060     05  FILLER                    PIC X(02) VALUE SPACES.
002070     05  DL-FLAG                   PIC X(03).
002080     05  FILLER                    PIC X(45) VALUE SPACES.

002090 01  WS-SUB-LINE.
002100     05  FILLER                    PIC X(11) VALUE SPACES.
002110     05  SL-LABEL                  PIC X(09).
002120     05  SL-TEXT                   PIC X(81).
002130     05  FILLER                    PIC X(32) VALUE SPACES.

002140 01  WS-MESSAGE-LINE.
002150     05  FILLER                    PIC X(01) VALUE ' '.
002160     05  ML-TEXT                   PIC X(80).
002170     05  FILLER                    PIC X(52) VALUE SPACES.

002180 01  WS-SUMMARY-MSG.
002190     05  FILLER                    PIC X(04) VALUE 'RAN '.
002200     05  SM-RAN                    PIC ZZ9.
002210     05  FILLER                    PIC X(11) VALUE '   SKIPPED '.
002220     05  SM-SKIPPED                PIC ZZ9.
002230     05  FILLER                    PIC X(21)
002240         VALUE '   FAILED/INCOMPLETE '.
002250     05  SM-FAILED                 PIC ZZ9.
002260     05  FILLER                    PIC X(11) VALUE '   OVERDUE '.
002270     05  SM-OVERDUE                PIC ZZ9.
002280     05  FILLER                    PIC X(11) VALUE '   NOT DUE '.
002290     05  SM-NOT-DUE                PIC ZZ9.
002300     05  FILLER                    PIC X(07) VALUE SPACES.


002310 PROCEDURE DIVISION.
002320 0000-MAINLINE.
002330     PERFORM 1000-INITIALISE THRU 1000-EXIT.

002340     IF NOT WS-RUN-FAILED
002350         PERFORM 2000-REPORT-JOB THRU 2000-EXIT
002360             VARYING WS-JX FROM 1 BY 1
002370             UNTIL WS-JX > SRTCRCJ-JOB-COUNT OR WS-RUN-FAILED
002380     END-IF

002390     IF NOT WS-RUN-FAILED
002400         PERFORM 8300-WRITE-SUMMARY THRU 8300-EXIT
002410     END-IF

002420     PERFORM 3000-TERMINATE THRU 3000-EXIT.

002430     STOP RUN.

002440*----------------------------------------------------------------
002450*    1000-INITIALISE - SETTLE THE REPORT DATE, OPEN THE FILES
002460*    AND PRINT THE HEADINGS.
002470*----------------------------------------------------------------
002480 1000-INITIALISE.
002490     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

002500     OPEN OUTPUT SRTCRCS-FILE
002510     IF SRTCRCS-FILE-STATUS NOT = '00'
002520         DISPLAY 'SRTCRCS001E UNABLE TO OPEN SRTCRCS - STATUS '
002530                 SRTCRCS-FILE-STATUS
002540         MOVE 'Y' TO WS-RUN-FAILED-SWITCH
002550         MOVE 8 TO RETURN-CODE
002560         GO TO 1000-EXIT
002570     END-IF
002580     MOVE 'Y' TO WS-SRTCRCS-OPEN-SWITCH

002590     PERFORM 1100-READ-PARM THRU 1100-EXIT

002600     IF WS-REPORT-DATE = ZERO AND NOT WS-RUN-FAILED
002610         PERFORM 1200-SET-REPORT-DATE THRU 1200-EXIT
002620     END-IF

002630     PERFORM 8100-WRITE-HEADINGS THRU 8100-EXIT

002640     IF WS-RUN-FAILED
002650         GO TO 1000-EXIT
002660     END-IF

002670     OPEN INPUT SRTCRCL-FILE
002680     IF SRTCRCL-FILE-STATUS NOT = '00'
002690         DISPLAY 'SRTCRCS003E UNABLE TO OPEN SRTCRCL - STATUS '
002700                 SRTCRCL-FILE-STATUS
002710         MOVE 'UNABLE TO OPEN THE SRTCRCL RUN-CONTROL LEDGER'
002720           TO ML-TEXT
002730         PERFORM 8400-WRITE-MESSAGE THRU 8400-EXIT
002740         MOVE 'Y' TO WS-RUN-FAILED-SWITCH
002750         MOVE 8 TO RETURN-CODE
002760         GO TO 1000-EXIT
002770     END-IF
002780     MOVE 'Y' TO WS-SRTCRCL-OPEN-SWITCH.

002790 1000-EXIT.
002800     EXIT.

002810*----------------------------------------------------------------
002820*    1100-READ-PARM - READ THE OPTIONAL RCSPRM CARD.  A REPORT
002830*    DATE IN COLUMNS 1-8 REPLACES THE DEFAULT; A CARD WHOSE
002840*    DATE IS NOT NUMERIC FAILS THE RUN RATHER THAN REPORT ON A
002850*    DATE NOBODY ASKED FOR.
002860*----------------------------------------------------------------
002870 1100-READ-PARM.
002880     OPEN INPUT RCSPRM-FILE
002890     IF RCSPRM-FILE-STATUS NOT = '00'
002900         GO TO 1100-EXIT
002910     END-IF

002920     READ RCSPRM-FILE
002930         AT END
002940             MOVE SPACES TO RCSPRM-REPORT-DATE
002950     END-READ

002960     CLOSE RCSPRM-FILE

002970     IF RCSPRM-REPORT-DATE = SPACES
002980         GO TO 1100-EXIT
002990     END-IF

003000     IF RCSPRM-REPORT-DATE NOT NUMERIC
003010         DISPLAY 'SRTCRCS002E RCSPRM DATE IS NOT NUMERIC - '
003020                 RCSPRM-REPORT-DATE
003030         MOVE 'RCSPRM REPORT DATE MUST BE YYYYMMDD - RUN FAILED'
003040           TO ML-TEXT
003050         MOVE 'Y' TO WS-RUN-FAILED-SWITCH
003060         MOVE 8 TO RETURN-CODE
003070         GO TO 1100-EXIT
003080     END-IF

003090     MOVE RCSPRM-REPORT-DATE TO WS-REPORT-DATE.

003100 1100-EXIT.
003110     EXIT.

003120*----------------------------------------------------------------
003130*    1200-SET-REPORT-DATE - THE BUSINESS DAY BEFORE TODAY, FROM
003140*    BNKCDAY OVER THE BNKCAL BANK HOLIDAY FILE.  IF BNKCDAY
003150*    CANNOT SAY, THE RUN FAILS AND THE DATE MUST BE GIVEN ON
003160*    THE RCSPRM CARD.
003170*----------------------------------------------------------------
003180 1200-SET-REPORT-DATE.
003190     PERFORM 1210-LOAD-CALENDAR THRU 1210-EXIT

003200     SET BNKCDAY-FUNC-PREVIOUS TO TRUE
003210     MOVE WS-CURRENT-DATE-N TO BNKCDAY-DATE

003220     CALL 'BNKCDAY' USING WS-CDAY-AREA

003230     IF BNKCDAY-RC-OK
003240         MOVE BNKCDAY-RESULT-DATE TO WS-REPORT-DATE
003250         GO TO 1200-EXIT
003260     END-IF

003270     DISPLAY 'SRTCRCS002E UNABLE TO SET THE REPORT DATE - '
003280             BNKCDAY-MESSAGE
003290     MOVE 'UNABLE TO SET THE REPORT DATE - GIVE IT ON RCSPRM'
003300       TO ML-TEXT
003310     MOVE 'Y' TO WS-RUN-FAILED-SWITCH
003320     MOVE 8 TO RETURN-CODE.

003330 1200-EXIT.
003340     EXIT.

003350 1210-LOAD-CALENDAR.
003360     MOVE ZERO TO BNKCDAY-HOLIDAY-COUNT
003370     MOVE 'N' TO WS-CAL-EOF-SWITCH

003380     OPEN INPUT BNKCAL-FILE
003390     IF BNKCAL-FILE-STATUS NOT = '00'
003400         GO TO 1210-EXIT
003410     END-IF

003420     PERFORM 1220-LOAD-HOLIDAY THRU 1220-EXIT
003430         UNTIL WS-CAL-EOF OR BNKCDAY-HOLIDAY-COUNT NOT < 100

003440     CLOSE BNKCAL-FILE.

003450 1210-EXIT.
003460     EXIT.

003470 1220-LOAD-HOLIDAY.
003480     READ BNKCAL-FILE
003490         AT END
003500             MOVE 'Y' TO WS-CAL-EOF-SWITCH
003510         NOT AT END
003520             ADD 1 TO BNKCDAY-HOLIDAY-COUNT
003530             MOVE BNKCAL-DATE TO
003540                 BNKCDAY-HOLIDAY-DATE (BNKCDAY-HOLIDAY-COUNT)
003550     END-READ.

003560 1220-EXIT.
003570     EXIT.

003580*----------------------------------------------------------------
003590*    2000-REPORT-JOB - READ THE LEDGER RECORD FOR CHAIN ENTRY
003600*    WS-JX, WORK OUT HOW THE JOB STANDS FOR THE REPORT DATE AND
003610*    PRINT IT.  A READ ERROR OTHER THAN NOT FOUND FAILS THE RUN.
003620*----------------------------------------------------------------
003630 2000-REPORT-JOB.
003640     MOVE 'N' TO WS-ATTENTION-SWITCH
003650     SET WS-SUB-LINE-NONE TO TRUE
003660     MOVE SPACES TO WS-DETAIL-LINE
003670     MOVE SRTCRCJ-JOB-NAME (WS-JX) TO DL-JOB
003680     MOVE SRTCRCJ-PREDECESSOR (WS-JX) TO DL-PREDECESSOR

003690     EVALUATE TRUE
003700         WHEN SRTCRCJ-DAILY (WS-JX)
003710             MOVE 'DAILY' TO DL-FREQUENCY
003720         WHEN SRTCRCJ-WEEKLY (WS-JX)
003730             MOVE 'WEEKLY' TO DL-FREQUENCY
003740         WHEN SRTCRCJ-MONTHLY (WS-JX)
003750             MOVE 'MONTHLY' TO DL-FREQUENCY
003760         WHEN OTHER
003770             MOVE 'ON REQUEST' TO DL-FREQUENCY
003780     END-EVALUATE

003790     MOVE SRTCRCJ-JOB-NAME (WS-JX) TO SRTCRCL-JOB-NAME
003800     READ SRTCRCL-FILE
003810         KEY IS SRTCRCL-JOB-NAME
003820     END-READ

003830     EVALUATE SRTCRCL-FILE-STATUS
003840         WHEN '00'
003850             PERFORM 2100-SET-STATUS THRU 2100-EXIT
003860         WHEN '23'
003870             PERFORM 2200-NEVER-RUN THRU 2200-EXIT
003880         WHEN OTHER
003890             DISPLAY 'SRTCRCS004E SRTCRCL READ FAILED FOR '
003900                     SRTCRCL-JOB-NAME ' - STATUS '
003910                     SRTCRCL-FILE-STATUS
003920             MOVE 'SRTCRCL READ FAILED - RUN FAILED' TO ML-TEXT
003930             PERFORM 8400-WRITE-MESSAGE THRU 8400-EXIT
003940             MOVE 'Y' TO WS-RUN-FAILED-SWITCH
003950             MOVE 8 TO RETURN-CODE
003960             GO TO 2000-EXIT
003970     END-EVALUATE

003980     IF WS-ATTENTION
003990         MOVE '***' TO DL-FLAG
004000         ADD 1 TO WS-ATTENTION-COUNT
004010     END-IF

004020     WRITE SRTCRCS-RECORD FROM WS-DETAIL-LINE
004030         AFTER ADVANCING 2 LINES

004040     IF NOT WS-SUB-LINE-NONE
004050         PERFORM 2500-WRITE-SUB-LINE THRU 2500-EXIT
004060     END-IF.

004070 2000-EXIT.
004080     EXIT.

004090*----------------------------------------------------------------
004100*    2100-SET-STATUS - THE JOB HAS A LEDGER RECORD.  A CLEAN END
004110*    FOR THE DATE WINS OVER ANYTHING ELSE - A SECOND ATTEMPT
004120*    REFUSED AS ALREADY RUN DOES NOT UNDO IT; THEN AN ATTEMPT
004130*    FOR THE DATE THAT NEVER ENDED OR WAS REFUSED; THEN AN END
004140*    FOR THE DATE THAT WAS NOT CLEAN.  WITH NO ATTEMPT FOR THE
004150*    DATE AT ALL, THE JOB'S FREQUENCY SAYS WHETHER IT IS DUE.
004160*----------------------------------------------------------------
004170 2100-SET-STATUS.
004180     IF SRTCRCL-CLEAN-DATE NOT = ZERO
004190         MOVE SRTCRCL-CLEAN-DATE TO WS-FD-IN-N
004200         PERFORM 8500-FORMAT-DATE THRU 8500-EXIT
004210         MOVE WS-FD-OUT TO DL-CLEAN-DATE
004220     END-IF

004230     IF SRTCRCL-END-BUS-DATE NOT = ZERO
004240         PERFORM 2150-FORMAT-LAST-END THRU 2150-EXIT
004250     END-IF

004260     EVALUATE TRUE
004270         WHEN SRTCRCL-CLEAN-DATE = WS-REPORT-DATE
004280             IF SRTCRCL-END-WAS-FORCED
004290              AND SRTCRCL-END-BUS-DATE = WS-REPORT-DATE
004300                 MOVE 'RAN FORCED' TO DL-STATUS
004310             ELSE
004320                 MOVE 'RAN' TO DL-STATUS
004330             END-IF
004340             ADD 1 TO WS-RAN-COUNT
004350             IF SRTCRCL-END-BUS-DATE = WS-REPORT-DATE
004360                 SET WS-SUB-LINE-TOTALS TO TRUE
004370             END-IF
004380         WHEN SRTCRCL-ATT-BUS-DATE = WS-REPORT-DATE
004390          AND SRTCRCL-ATT-STARTED
004400             MOVE 'INCOMPLETE' TO DL-STATUS
004410             ADD 1 TO WS-FAILED-COUNT
004420             MOVE 'Y' TO WS-ATTENTION-SWITCH
004430             SET WS-SUB-LINE-STARTED TO TRUE
004440         WHEN SRTCRCL-ATT-BUS-DATE = WS-REPORT-DATE
004450          AND SRTCRCL-ATT-REFUSED
004460             MOVE 'SKIPPED' TO DL-STATUS
004470             ADD 1 TO WS-SKIPPED-COUNT
004480             MOVE 'Y' TO WS-ATTENTION-SWITCH
004490             SET WS-SUB-LINE-REASON TO TRUE
004500         WHEN SRTCRCL-END-BUS-DATE = WS-REPORT-DATE
004510             MOVE 'FAILED' TO DL-STATUS
004520             ADD 1 TO WS-FAILED-COUNT
004530             MOVE 'Y' TO WS-ATTENTION-SWITCH
004540             SET WS-SUB-LINE-TOTALS TO TRUE
004550         WHEN OTHER
004560             PERFORM 2300-CHECK-DUE THRU 2300-EXIT
004570     END-EVALUATE.

004580 2100-EXIT.
004590     EXIT.

004600*----------------------------------------------------------------
004610*    2150-FORMAT-LAST-END - BUSINESS DATE, TIME AND CONDITION
004620*    CODE OF THE LAST RUN THAT REACHED ITS END.
004630*----------------------------------------------------------------
004640 2150-FORMAT-LAST-END.
004650     MOVE SRTCRCL-END-BUS-DATE TO WS-FD-IN-N
004660     PERFORM 8500-FORMAT-DATE THRU 8500-EXIT
004670     MOVE SRTCRCL-END-TIME TO WS-FT-IN-N
004680     PERFORM 8600-FORMAT-TIME THRU 8600-EXIT
004690     MOVE SRTCRCL-END-CC TO WS-CC-EDIT

004700     STRING WS-FD-OUT DELIMITED BY SIZE
004710            ' '       DELIMITED BY SIZE
004720            WS-FT-OUT DELIMITED BY SIZE
004730            WS-CC-AREA DELIMITED BY SIZE
004740       INTO DL-LAST-END
004750     END-STRING.

004760 2150-EXIT.
004770     EXIT.

004780*----------------------------------------------------------------
004790*    2200-NEVER-RUN - NO LEDGER RECORD: THE JOB HAS NEVER BEEN
004800*    STARTED UNDER RUN CONTROL.  ONLY AN ON-REQUEST JOB IS NOT
004810*    OVERDUE.
004820*----------------------------------------------------------------
004830 2200-NEVER-RUN.
004840     MOVE 'NEVER RUN' TO DL-STATUS
004850     IF SRTCRCJ-ON-REQUEST (WS-JX)
004860         ADD 1 TO WS-NOT-DUE-COUNT
004870     ELSE
004880         ADD 1 TO WS-OVERDUE-COUNT
004890         MOVE 'Y' TO WS-ATTENTION-SWITCH
004900     END-IF.

004910 2200-EXIT.
004920     EXIT.

004930*----------------------------------------------------------------
004940*    2300-CHECK-DUE - NO ATTEMPT FOR THE REPORT DATE.  A DAILY
004950*    JOB IS OVERDUE; A WEEKLY OR MONTHLY ONE IS OVERDUE ONCE
004960*    ITS LAST CLEAN RUN IS MORE THAN ITS OVERDUE DAYS BEFORE
004970*    THE REPORT DATE (OR IT HAS NEVER ENDED CLEAN); AN
004980*    ON-REQUEST JOB IS NEVER DUE.
004990*----------------------------------------------------------------
005000 2300-CHECK-DUE.
005010     EVALUATE TRUE
005020         WHEN SRTCRCJ-ON-REQUEST (WS-JX)
005030             MOVE 'NOT DUE' TO DL-STATUS
005040             ADD 1 TO WS-NOT-DUE-COUNT
005050             GO TO 2300-EXIT
005060         WHEN SRTCRCJ-DAILY (WS-JX)
005070             MOVE 'OVERDUE' TO DL-STATUS
005080             ADD 1 TO WS-OVERDUE-COUNT
005090             MOVE 'Y' TO WS-ATTENTION-SWITCH
005100             GO TO 2300-EXIT
005110     END-EVALUATE

005120     IF SRTCRCL-CLEAN-DATE = ZERO
005130         MOVE 'OVERDUE' TO DL-STATUS
005140         ADD 1 TO WS-OVERDUE-COUNT
005150         MOVE 'Y' TO WS-ATTENTION-SWITCH
005160         GO TO 2300-EXIT
005170     END-IF

005180     COMPUTE WS-DAYS-SINCE =
005190         FUNCTION INTEGER-OF-DATE (WS-REPORT-DATE) -
005200         FUNCTION INTEGER-OF-DATE (SRTCRCL-CLEAN-DATE)

005210     IF WS-DAYS-SINCE > SRTCRCJ-OVERDUE-DAYS (WS-JX)
005220         MOVE 'OVERDUE' TO DL-STATUS
005230         ADD 1 TO WS-OVERDUE-COUNT
005240         MOVE 'Y' TO WS-ATTENTION-SWITCH
005250     ELSE
005260         MOVE 'NOT DUE' TO DL-STATUS
005270         ADD 1 TO WS-NOT-DUE-COUNT
005280     END-IF.

005290 2300-EXIT.
005300     EXIT.

005310*----------------------------------------------------------------
005320*    2500-WRITE-SUB-LINE - THE LINE UNDER A JOB: ITS CONTROL
005330*    TOTALS, THE REASON IT WAS REFUSED, OR WHEN IT WAS STARTED.
005340*----------------------------------------------------------------
005350 2500-WRITE-SUB-LINE.
005360     MOVE SPACES TO SL-TEXT

005370     EVALUATE TRUE
005380         WHEN WS-SUB-LINE-TOTALS
005390             MOVE 'TOTALS:' TO SL-LABEL
005400             MOVE SPACES TO WS-TOTALS-TEXT
005410             PERFORM 2510-EDIT-TOTAL THRU 2510-EXIT
005420                 VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > 3
005430             MOVE WS-TOTALS-TEXT TO SL-TEXT
005440         WHEN WS-SUB-LINE-REASON
005450             MOVE 'REASON:' TO SL-LABEL
005460             MOVE SRTCRCL-ATT-REASON TO SL-TEXT
005470         WHEN OTHER
005480             MOVE 'STARTED:' TO SL-LABEL
005490             MOVE SRTCRCL-ATT-DATE TO WS-FD-IN-N
005500             PERFORM 8500-FORMAT-DATE THRU 8500-EXIT
005510             MOVE SRTCRCL-ATT-TIME TO WS-FT-IN-N
005520             PERFORM 8600-FORMAT-TIME THRU 8600-EXIT
005530             STRING WS-FD-OUT DELIMITED BY SIZE
005540                    ' '       DELIMITED BY SIZE
005550                    WS-FT-OUT DELIMITED BY SIZE
005560                    ' - NO END RECORDED (STILL RUNNING OR '
005570                              DELIMITED BY SIZE
005580                    'ABENDED)' DELIMITED BY SIZE
005590               INTO SL-TEXT
005600             END-STRING
005610     END-EVALUATE

005620     WRITE SRTCRCS-RECORD FROM WS-SUB-LINE
005630         AFTER ADVANCING 1 LINE.

005640 2500-EXIT.
005650     EXIT.

005660 2510-EDIT-TOTAL.
005670     IF SRTCRCL-END-TOTAL-NAME (WS-TX) NOT = SPACES
005680         MOVE SRTCRCL-END-TOTAL-NAME (WS-TX)
005690           TO WS-TT-NAME (WS-TX)
005700         MOVE SRTCRCL-END-TOTAL-VALUE (WS-TX)
005710           TO WS-TT-VALUE (WS-TX)
005720     END-IF.

005730 2510-EXIT.
005740     EXIT.

005750*----------------------------------------------------------------
005760*    3000-TERMINATE - SET THE CONDITION CODE AND CLOSE THE FILES.
005770*----------------------------------------------------------------
005780 3000-TERMINATE.
005790     IF NOT WS-RUN-FAILED
005800      AND WS-ATTENTION-COUNT > ZERO
005810         DISPLAY 'SRTCRCS005W ' WS-ATTENTION-COUNT
005820                 ' JOB(S) SKIPPED, FAILED, INCOMPLETE OR OVERDUE'
005830         IF RETURN-CODE = 0
005840             MOVE 4 TO RETURN-CODE
005850         END-IF
005860     END-IF

005870     IF WS-SRTCRCL-OPEN
005880         CLOSE SRTCRCL-FILE
005890     END-IF

005900     IF WS-SRTCRCS-OPEN
005910         CLOSE SRTCRCS-FILE
005920     END-IF.

005930 3000-EXIT.
005940     EXIT.

005950*----------------------------------------------------------------
005960*    8100-WRITE-HEADINGS - PRINT THE REPORT HEADINGS.  WHEN THE
005970*    REPORT DATE COULD NOT BE SETTLED, PRINT WHY IN PLACE OF
005980*    THE COLUMN HEADINGS.
005990*----------------------------------------------------------------
006000 8100-WRITE-HEADINGS.
006010     MOVE WS-CURRENT-DATE-N TO WS-FD-IN-N
006020     PERFORM 8500-FORMAT-DATE THRU 8500-EXIT
006030     MOVE WS-FD-OUT TO RH-RUN-DATE

006040     IF WS-RUN-FAILED
006050         MOVE SPACES TO RH-REPORT-DATE
006060         WRITE SRTCRCS-RECORD FROM WS-REPORT-HEADING-1
006070             AFTER ADVANCING TOP-OF-PAGE
006080         PERFORM 8400-WRITE-MESSAGE THRU 8400-EXIT
006090         GO TO 8100-EXIT
006100     END-IF

006110     MOVE WS-REPORT-DATE TO WS-FD-IN-N
006120     PERFORM 8500-FORMAT-DATE THRU 8500-EXIT
006130     MOVE WS-FD-OUT TO RH-REPORT-DATE

006140     WRITE SRTCRCS-RECORD FROM WS-REPORT-HEADING-1
006150         AFTER ADVANCING TOP-OF-PAGE
006160     WRITE SRTCRCS-RECORD FROM WS-REPORT-HEADING-2
006170         AFTER ADVANCING 2 LINES.

006180 8100-EXIT.
006190     EXIT.

006200*----------------------------------------------------------------
006210*    8300-WRITE-SUMMARY - PRINT THE COUNT OF JOBS IN EACH STATE.
006220*----------------------------------------------------------------
006230 8300-WRITE-SUMMARY.
006240     MOVE WS-RAN-COUNT TO SM-RAN
006250     MOVE WS-SKIPPED-COUNT TO SM-SKIPPED
006260     MOVE WS-FAILED-COUNT TO SM-FAILED
006270     MOVE WS-OVERDUE-COUNT TO SM-OVERDUE
006280     MOVE WS-NOT-DUE-COUNT TO SM-NOT-DUE
006290     MOVE WS-SUMMARY-MSG TO ML-TEXT
006300     PERFORM 8400-WRITE-MESSAGE THRU 8400-EXIT.

006310 8300-EXIT.
006320     EXIT.

006330*----------------------------------------------------------------
006340*    8400-WRITE-MESSAGE - PRINT ML-TEXT ON A LINE OF ITS OWN.
006350*----------------------------------------------------------------
006360 8400-WRITE-MESSAGE.
006370     WRITE SRTCRCS-RECORD FROM WS-MESSAGE-LINE
006380         AFTER ADVANCING 2 LINES.

006390 8400-EXIT.
006400     EXIT.

006410*----------------------------------------------------------------
006420*    8500-FORMAT-DATE - WS-FD-IN (YYYYMMDD) TO WS-FD-OUT
006430*    (YYYY-MM-DD).
006440*----------------------------------------------------------------
006450 8500-FORMAT-DATE.
006460     MOVE SPACES TO WS-FD-OUT
006470     STRING WS-FD-YYYY DELIMITED BY SIZE
006480            '-'        DELIMITED BY SIZE
006490            WS-FD-MM   DELIMITED BY SIZE
006500            '-'        DELIMITED BY SIZE
006510            WS-FD-DD   DELIMITED BY SIZE
006520       INTO WS-FD-OUT
006530     END-STRING.

006540 8500-EXIT.
006550     EXIT.

006560*----------------------------------------------------------------
006570*    8600-FORMAT-TIME - WS-FT-IN (HHMMSS) TO WS-FT-OUT (HH:MM).
006580*----------------------------------------------------------------
006590 8600-FORMAT-TIME.
006600     MOVE SPACES TO WS-FT-OUT
006610     STRING WS-FT-HH DELIMITED BY SIZE
006620            ':'      DELIMITED BY SIZE
006630            WS-FT-MM DELIMITED BY SIZE
006640       INTO WS-FT-OUT
006650     END-STRING.

006660 8600-EXIT.
006670     EXIT.
