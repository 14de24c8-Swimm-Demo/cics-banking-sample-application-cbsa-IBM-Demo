000100******************************************************************
000110*                                                                *
000120*  Copyright IBM Corp. 2022                                      *
000130*                                                                *
000140******************************************************************
000150 IDENTIFICATION DIVISION.
000160 PROGRAM-ID.    SRTCCIR.
000170 AUTHOR.        BANK APPLICATIONS DEVELOPMENT.
000180 INSTALLATION.  MIDLAND REGIONAL DATA CENTRE.
000190 DATE-WRITTEN.  15/10/26.
000200 DATE-COMPILED.
000210******************************************************************
000220*                                                                *
000230*  SRTCCIR - WEEKLY BRANCH CLOSURE IMPACT REPORT.                *
000240*                                                                *
000250*  FINDS EVERY BRANCH ON SRTCTL SET TO CLOSE (STATUS C OR X)     *
000260*  WITH AN EFFECTIVE DATE FROM TODAY TO THE NUMBER OF WEEKS      *
000270*  AHEAD ON THE CIRPRM CARD, AND LISTS WHO IS STILL LOOKING IT   *
000280*  UP: EVERY AUDTREC-PROGRAM-NAME, AUDTREC-TRANID AND TERMINAL   *
000290*  COMBINATION THAT LOOKED THE BRANCH UP OVER THE LOOKBACK DAYS  *
000300*  ON THE CARD, WITH HOW MANY TIMES AND THE LAST DAY SEEN.  THE  *
000310*  REPORT GOES TO THE APPLICATION OWNERS BEFORE EACH CLOSURE     *
000320*  WEEKEND SO THE CALLERS HEAR OF IT BEFORE THE CL EVENTS START. *
000330*                                                                *
000340*  EACH BRANCH ALSO SHOWS WHAT ITS CALLERS WILL GET ON THE DAY,  *
000350*  BY GETSCODE'S ONE-HOP SUCCESSOR RULE: REDIRECTED, WHEN A      *
000360*  SUCCESSOR IS SET AND WILL BE OPEN ON THE CLOSURE DATE, OR     *
000370*  REFUSED, WHEN THERE IS NO SUCCESSOR OR IT WILL NOT BE OPEN.   *
000380*                                                                *
000390*  THE INPUT IS ONE COPY OF THE AUDIT TRAIL - THE LIVE AUDTFILE, *
000400*  THE BAUDFILE BATCH EXTENT AND THE RECENT AUDTHKP ARCHIVE      *
000410*  GENERATIONS - SORTED BY THE SORT STEP IN THE JOB ON BRANCH,   *
000420*  PROGRAM, TRANID, TERMINAL AND DATE.  THE CLOSING BRANCHES ARE *
000430*  TAKEN OFF SRTCTL IN BRANCH ORDER INTO A TABLE AND MATCHED     *
000440*  AGAINST THE SORTED TRAIL IN ONE PASS, SO EACH CALLER IS A     *
000450*  STRAIGHT CONTROL BREAK.                                       *
000460*                                                                *
000470*  CONDITION CODES: 0 CLEAN; 4 A BRANCH STILL BEING LOOKED UP    *
000480*  WILL BE REFUSED ON THE DAY, OR MORE BRANCHES ARE CLOSING THAN *
000490*  THE TABLE HOLDS; 8 THE RUN WAS REFUSED (BAD CARD, A FILE THAT *
000500*  WOULD NOT OPEN OR READ).                                      *
000510*                                                                *
000520******************************************************************
000530*                                                                *
000540*  MODIFICATION HISTORY                                          *
000550*  ----------------------------------------------------------    *
000560*  15/10/26  SRT  INITIAL VERSION.                               *
000563*  15/10/26  SRT  OUTCOME TEXT CLEARED BEFORE IT IS BUILT; AN    *
000566*                 SRTCTL ERROR READING THE SUCCESSOR REFUSES THE *
000568*                 RUN.                                           *
000570*                                                                *
000580******************************************************************

000590 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000610 SOURCE-COMPUTER.  IBM-370.
000620 OBJECT-COMPUTER.  IBM-370.
000630 SPECIAL-NAMES.
000640     C01 IS TOP-OF-PAGE.

000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
000670     SELECT SRTCTL-FILE ASSIGN TO SRTCTL
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS SRTCTL-BRANCH-ID
000710         FILE STATUS IS SRTCTL-FILE-STATUS.

000720     SELECT AUDTSRT-FILE ASSIGN TO AUDTSRT
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS AUDTSRT-FILE-STATUS.

000750     SELECT CIRPRM-FILE ASSIGN TO CIRPRM
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS CIRPRM-FILE-STATUS.

000780     SELECT SRTCCIR-FILE ASSIGN TO SRTCCIR
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS SRTCCIR-FILE-STATUS.


000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  SRTCTL-FILE
000840     LABEL RECORDS ARE STANDARD.
000850     COPY SRTCTL.

000860 FD  AUDTSRT-FILE
000870     LABEL RECORDS ARE STANDARD
000880     RECORDING MODE IS F.
000890     COPY AUDTREC.

000900 FD  CIRPRM-FILE
000910     LABEL RECORDS ARE STANDARD
000920     RECORDING MODE IS F.
000930 01  CIRPRM-RECORD.
000940     05  CIRPRM-WEEKS-AHEAD        PIC X(02).
000950     05  FILLER                    PIC X(01).
000960     05  CIRPRM-LOOKBACK-DAYS      PIC X(03).
000970     05  FILLER                    PIC X(74).

000980 FD  SRTCCIR-FILE
000990     LABEL RECORDS ARE STANDARD
001000     RECORDING MODE IS F.
001010 01  SRTCCIR-RECORD                PIC X(133).


001020 WORKING-STORAGE SECTION.
001030* Copyright statement as a literal to go into the load module
001040 77  FILLER PIC X(24) VALUE 'Copyright IBM Corp. 2022'.

001050 77  SRTCTL-FILE-STATUS            PIC X(02) VALUE SPACES.
001060 77  AUDTSRT-FILE-STATUS           PIC X(02) VALUE SPACES.
001070 77  CIRPRM-FILE-STATUS            PIC X(02) VALUE SPACES.
001080 77  SRTCCIR-FILE-STATUS           PIC X(02) VALUE SPACES.

001090 77  WS-CTL-EOF-SWITCH             PIC X(01) VALUE 'N'.
001100     88  WS-CTL-EOF                    VALUE 'Y'.

001110 77  WS-AUDT-EOF-SWITCH            PIC X(01) VALUE 'N'.
001120     88  WS-AUDT-EOF                   VALUE 'Y'.

001130 77  WS-SRTCTL-OPEN-SWITCH         PIC X(01) VALUE 'N'.
001140     88  WS-SRTCTL-OPEN                VALUE 'Y'.

001150 77  WS-AUDTSRT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001160     88  WS-AUDTSRT-OPEN               VALUE 'Y'.

001170 77  WS-SRTCCIR-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001180     88  WS-SRTCCIR-OPEN               VALUE 'Y'.

001190 77  WS-CARD-FAIL-SWITCH           PIC X(01) VALUE 'N'.
001200     88  WS-CARD-FAILED                VALUE 'Y'.

001210 77  WS-RUN-REFUSED-SWITCH         PIC X(01) VALUE 'N'.
001220     88  WS-RUN-REFUSED                VALUE 'Y'.

001230 77  WS-CALLER-OPEN-SWITCH         PIC X(01) VALUE 'N'.
001240     88  WS-CALLER-OPEN                VALUE 'Y'.

001250 77  WS-BRANCH-COUNT               PIC 9(08) COMP VALUE ZERO.
001260 77  WS-REFUSED-COUNT              PIC 9(08) COMP VALUE ZERO.
001270 77  WS-AT-RISK-COUNT              PIC 9(08) COMP VALUE ZERO.
001280 77  WS-OVERFLOW-COUNT             PIC 9(08) COMP VALUE ZERO.
001290 77  WS-BRANCH-CALLERS             PIC 9(08) COMP VALUE ZERO.
001300 77  WS-TOTAL-CALLERS              PIC 9(08) COMP VALUE ZERO.
001310 77  WS-CALLER-COUNT               PIC 9(08) COMP VALUE ZERO.

001320 77  WS-WEEKS-AHEAD                PIC 9(02) VALUE ZERO.
001330 77  WS-LOOKBACK-DAYS              PIC 9(03) VALUE ZERO.
001340 77  WS-TODAY-INTEGER              PIC S9(09) COMP VALUE ZERO.
001350 77  WS-HORIZON-DATE               PIC 9(08) VALUE ZERO.

001360 77  WS-CX                         PIC S9(04) COMP VALUE ZERO.

001370 01  WS-CURRENT-DATE.
001380     05  WS-CURRENT-DATE-CC        PIC 9(02).
001390     05  WS-CURRENT-DATE-YY        PIC 9(02).
001400     05  WS-CURRENT-DATE-MM        PIC 9(02).
001410     05  WS-CURRENT-DATE-DD        PIC 9(02).
001420 01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
001430                                   PIC 9(08).

001440*----------------------------------------------------------------
001450*    THE FIRST DAY OF THE LOOKBACK PERIOD.  THE AUDIT DATE IS
001460*    CHARACTER CCYYMMDD, SO IT IS COMPARED WITH THE CHARACTER
001470*    VIEW.
001480*----------------------------------------------------------------
001490 01  WS-FROM-DATE                  PIC 9(08) VALUE ZERO.
001500 01  WS-FROM-DATE-X REDEFINES WS-FROM-DATE
001510                                   PIC X(08).

001520*----------------------------------------------------------------
001530*    THE CALLER BEING COUNTED - ONE PROGRAM, TRANID AND TERMINAL
001540*    COMBINATION FOR THE CURRENT BRANCH.
001550*----------------------------------------------------------------
001560 01  WS-CALLER-KEY.
001570     05  WS-CALLER-PROGRAM         PIC X(08).
001580     05  WS-CALLER-TRANID          PIC X(04).
001590     05  WS-CALLER-TERMID          PIC X(04).
001600 01  WS-CALLER-LAST-SEEN           PIC X(08).

001610 01  WS-AUDIT-KEY.
001620     05  WS-AUDIT-PROGRAM          PIC X(08).
001630     05  WS-AUDIT-TRANID           PIC X(04).
001640     05  WS-AUDIT-TERMID           PIC X(04).

001650*----------------------------------------------------------------
001660*    THE CLOSING BRANCHES, IN BRANCH ORDER, WITH THE OUTCOME
001670*    THEIR CALLERS WILL SEE ON THE CLOSURE DATE.  A BRANCH THAT
001680*    DOES NOT FIT IS COUNTED AND THE RUN ENDS CC=4.
001690*----------------------------------------------------------------
001700 01  WS-CANDIDATE-TABLE.
001710     05  WS-CAND-USED              PIC S9(04) COMP VALUE ZERO.
001720     05  WS-CAND-ENTRY OCCURS 2000.
001730         10  WS-CAND-BRANCH-ID     PIC X(06).
001740         10  WS-CAND-SORT-CODE     PIC X(06).
001750         10  WS-CAND-BANK-NAME     PIC X(35).
001760         10  WS-CAND-STATUS        PIC X(01).
001770         10  WS-CAND-EFF-DATE      PIC 9(08).
001780         10  WS-CAND-SUCCESSOR     PIC X(06).
001790         10  WS-CAND-OUTCOME       PIC X(01).
001800             88  WS-CAND-REDIRECTED    VALUE 'R'.
001810             88  WS-CAND-REFUSED       VALUE 'X'.
001820         10  WS-CAND-OUTCOME-TEXT  PIC X(50).

001830 01  WS-REPORT-HEADING-1.
001840     05  FILLER                    PIC X(01) VALUE '1'.
001850     05  FILLER                    PIC X(40)
001860         VALUE 'SRTCCIR - BRANCH CLOSURE IMPACT REPORT'.
001870     05  FILLER                    PIC X(06) VALUE 'AS AT '.
001880     05  RH1-DATE                  PIC 9(08).
001890     05  FILLER                    PIC X(78) VALUE SPACES.

001900 01  WS-REPORT-HEADING-2.
001910     05  FILLER                    PIC X(01) VALUE ' '.
001920     05  FILLER                    PIC X(34)
001930         VALUE 'BRANCHES CLOSING FROM TODAY UP TO '.
001940     05  RH2-HORIZON-DATE          PIC 9(08).
001950     05  FILLER                    PIC X(23)
001960         VALUE ' - CALLERS SEEN SINCE '.
001970     05  RH2-FROM-DATE             PIC 9(08).
001980     05  FILLER                    PIC X(59) VALUE SPACES.

001990 01  WS-BRANCH-LINE.
002000     05  FILLER                    PIC X(01) VALUE ' '.
002010     05  FILLER                    PIC X(08) VALUE 'BRANCH '.
002020     05  BL-BRANCH-ID              PIC X(06).
002030     05  FILLER                    PIC X(12) VALUE '  SORT CODE '.
002040     05  BL-SORT-CODE              PIC X(06).
002050     05  FILLER                    PIC X(02) VALUE SPACES.
002060     05  BL-BANK-NAME              PIC X(35).
002070     05  FILLER                    PIC X(09) VALUE '  STATUS '.
002080     05  BL-STATUS                 PIC X(01).
002090     05  FILLER                    PIC X(12) VALUE '  CLOSES ON '.
002100     05  BL-EFF-DATE               PIC 9(08).
002110     05  FILLER                    PIC X(33) VALUE SPACES.

002120 01  WS-OUTCOME-LINE.
002130     05  FILLER                    PIC X(09) VALUE SPACES.
002140     05  FILLER                    PIC X(17)
002150         VALUE 'CALLERS WILL BE: '.
002160     05  OL-TEXT                   PIC X(50).
002170     05  FILLER                    PIC X(57) VALUE SPACES.

002180 01  WS-CALLER-HEADING.
002190     05  FILLER                    PIC X(09) VALUE SPACES.
002200     05  FILLER                    PIC X(10) VALUE 'PROGRAM'.
002210     05  FILLER                    PIC X(08) VALUE 'TRANID'.
002220     05  FILLER                    PIC X(10) VALUE 'TERMINAL'.
002230     05  FILLER                    PIC X(10) VALUE '   LOOKUPS'.
002240     05  FILLER                    PIC X(11) VALUE '  LAST SEEN'.
002250     05  FILLER                    PIC X(75) VALUE SPACES.

002260 01  WS-CALLER-LINE.
002270     05  FILLER                    PIC X(09) VALUE SPACES.
002280     05  CL-PROGRAM                PIC X(08).
002290     05  FILLER                    PIC X(02) VALUE SPACES.
002300     05  CL-TRANID                 PIC X(04).
002310     05  FILLER                    PIC X(04) VALUE SPACES.
002320     05  CL-TERMID                 PIC X(04).
002330     05  FILLER                    PIC X(06) VALUE SPACES.
002340     05  CL-COUNT                  PIC ZZZZZZZZZ9.
002350     05  FILLER                    PIC X(03) VALUE SPACES.
002360     05  CL-LAST-SEEN              PIC X(08).
002370     05  FILLER                    PIC X(75) VALUE SPACES.

002380 01  WS-MESSAGE-LINE.
002390     05  FILLER                    PIC X(09) VALUE SPACES.
002400     05  ML-TEXT                   PIC X(70).
002410     05  FILLER                    PIC X(54) VALUE SPACES.

002420 01  WS-TOTALS-LINE.
002430     05  FILLER                    PIC X(01) VALUE ' '.
002440     05  TL-LABEL                  PIC X(44).
002450     05  TL-COUNT                  PIC ZZZZZZZ9.
002460     05  FILLER                    PIC X(80) VALUE SPACES.


002470 PROCEDURE DIVISION.
002480 0000-MAINLINE.
002490     PERFORM 1000-INITIALISE THRU 1000-EXIT.

002500     IF NOT WS-RUN-REFUSED
002510         PERFORM 1500-SELECT-BRANCHES THRU 1500-EXIT
002520     END-IF

002530     IF NOT WS-RUN-REFUSED
002540         PERFORM 1700-CHECK-SUCCESSOR THRU 1700-EXIT
002550             VARYING WS-CX FROM 1 BY 1
002560             UNTIL WS-CX > WS-CAND-USED OR WS-RUN-REFUSED
002570     END-IF

002580     IF NOT WS-RUN-REFUSED
002590         PERFORM 2000-REPORT-BRANCHES THRU 2000-EXIT
002600     END-IF

002610     PERFORM 3000-TERMINATE THRU 3000-EXIT.

002620     STOP RUN.

002630*----------------------------------------------------------------
002640*    1000-INITIALISE - OPEN THE REPORT, READ THE CIRPRM CARD,
002650*    WORK OUT THE CLOSURE HORIZON AND THE START OF THE LOOKBACK
002660*    PERIOD, AND OPEN SRTCTL AND THE SORTED TRAIL.  A MISSING
002670*    OR BAD CARD REFUSES THE RUN - A REPORT OVER A GUESSED
002680*    WINDOW COULD TELL THE OWNERS NOBODY IS AFFECTED.
002690*----------------------------------------------------------------
002700 1000-INITIALISE.
002710     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

002720     OPEN OUTPUT SRTCCIR-FILE
002730     IF SRTCCIR-FILE-STATUS NOT = '00'
002740         DISPLAY 'SRTCCIR001E UNABLE TO OPEN SRTCCIR - STATUS '
002750                 SRTCCIR-FILE-STATUS
002760         MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
002770         MOVE 8 TO RETURN-CODE
002780         GO TO 1000-EXIT
002790     END-IF
002800     MOVE 'Y' TO WS-SRTCCIR-OPEN-SWITCH

002810     OPEN INPUT CIRPRM-FILE
002820     IF CIRPRM-FILE-STATUS NOT = '00'
002830         MOVE 'UNABLE TO OPEN THE CIRPRM CARD' TO ML-TEXT
002840         MOVE 'Y' TO WS-CARD-FAIL-SWITCH
002850     ELSE
002860         READ CIRPRM-FILE
002870             AT END
002880                 MOVE 'CIRPRM CARD IS EMPTY' TO ML-TEXT
002890                 MOVE 'Y' TO WS-CARD-FAIL-SWITCH
002900         END-READ
002910         CLOSE CIRPRM-FILE
002920     END-IF

002930     IF NOT WS-CARD-FAILED
002940      AND (CIRPRM-WEEKS-AHEAD NOT NUMERIC
002950       OR CIRPRM-WEEKS-AHEAD = '00')
002960         MOVE 'CIRPRM WEEKS AHEAD MUST BE NUMERIC AND NONZERO'
002970           TO ML-TEXT
002980         MOVE 'Y' TO WS-CARD-FAIL-SWITCH
002990     END-IF

003000     IF NOT WS-CARD-FAILED
003010      AND (CIRPRM-LOOKBACK-DAYS NOT NUMERIC
003020       OR CIRPRM-LOOKBACK-DAYS = '000')
003030         MOVE 'CIRPRM LOOKBACK DAYS MUST BE NUMERIC AND NONZERO'
003040           TO ML-TEXT
003050         MOVE 'Y' TO WS-CARD-FAIL-SWITCH
003060     END-IF

003070     IF WS-CARD-FAILED
003080         PERFORM 8100-WRITE-HEADINGS THRU 8100-EXIT
003090         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
003100         GO TO 1000-EXIT
003110     END-IF

003120     MOVE CIRPRM-WEEKS-AHEAD TO WS-WEEKS-AHEAD
003130     MOVE CIRPRM-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
003140     COMPUTE WS-TODAY-INTEGER =
003150         FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE-N)
003160     COMPUTE WS-HORIZON-DATE = FUNCTION DATE-OF-INTEGER
003170         (WS-TODAY-INTEGER + (WS-WEEKS-AHEAD * 7))
003180     COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER
003190         (WS-TODAY-INTEGER - WS-LOOKBACK-DAYS)

003200     PERFORM 8100-WRITE-HEADINGS THRU 8100-EXIT

003210     OPEN INPUT SRTCTL-FILE
003220     IF SRTCTL-FILE-STATUS NOT = '00'
003230         DISPLAY 'SRTCCIR002E UNABLE TO OPEN SRTCTL - STATUS '
003240                 SRTCTL-FILE-STATUS
003250         MOVE 'UNABLE TO OPEN SRTCTL' TO ML-TEXT
003260         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
003270         GO TO 1000-EXIT
003280     END-IF
003290     MOVE 'Y' TO WS-SRTCTL-OPEN-SWITCH

003300     OPEN INPUT AUDTSRT-FILE
003310     IF AUDTSRT-FILE-STATUS NOT = '00'
003320         DISPLAY 'SRTCCIR003E UNABLE TO OPEN AUDTSRT - STATUS '
003330                 AUDTSRT-FILE-STATUS
003340         MOVE 'UNABLE TO OPEN THE SORTED AUDIT TRAIL' TO ML-TEXT
003350         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
003360         GO TO 1000-EXIT
003370     END-IF
003380     MOVE 'Y' TO WS-AUDTSRT-OPEN-SWITCH.

003390 1000-EXIT.
003400     EXIT.

003410*----------------------------------------------------------------
003420*    1500-SELECT-BRANCHES - WALK SRTCTL IN BRANCH ORDER AND KEEP
003430*    EVERY BRANCH IN STATUS C OR X WHOSE EFFECTIVE DATE FALLS
003440*    FROM TODAY TO THE HORIZON.
003450*----------------------------------------------------------------
003460 1500-SELECT-BRANCHES.
003470     MOVE 'N' TO WS-CTL-EOF-SWITCH
003480     MOVE LOW-VALUES TO SRTCTL-BRANCH-ID

003490     START SRTCTL-FILE
003500         KEY IS NOT LESS THAN SRTCTL-BRANCH-ID
003510         INVALID KEY
003520             MOVE 'Y' TO WS-CTL-EOF-SWITCH
003530     END-START

003540     PERFORM 1510-SELECT-ONE THRU 1510-EXIT
003550         UNTIL WS-CTL-EOF OR WS-RUN-REFUSED.

003560 1500-EXIT.
003570     EXIT.

003580 1510-SELECT-ONE.
003590     READ SRTCTL-FILE NEXT RECORD
003600         AT END
003610             MOVE 'Y' TO WS-CTL-EOF-SWITCH
003620             GO TO 1510-EXIT
003630     END-READ

003640     IF SRTCTL-FILE-STATUS NOT = '00'
003650         DISPLAY 'SRTCCIR004E SRTCTL READ FAILED - STATUS '
003660                 SRTCTL-FILE-STATUS
003670         MOVE 'SRTCTL READ FAILED' TO ML-TEXT
003680         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
003690         GO TO 1510-EXIT
003700     END-IF

003710     IF NOT SRTCTL-STATUS-CLOSING AND NOT SRTCTL-STATUS-CLOSED
003720         GO TO 1510-EXIT
003730     END-IF

003740     IF SRTCTL-EFFECTIVE-DATE NOT NUMERIC
003750         GO TO 1510-EXIT
003760     END-IF

003770     IF SRTCTL-EFFECTIVE-DATE < WS-CURRENT-DATE-N
003780      OR SRTCTL-EFFECTIVE-DATE > WS-HORIZON-DATE
003790         GO TO 1510-EXIT
003800     END-IF

003810     IF WS-CAND-USED = 2000
003820         ADD 1 TO WS-OVERFLOW-COUNT
003830         GO TO 1510-EXIT
003840     END-IF

003850     ADD 1 TO WS-CAND-USED
003860     MOVE SRTCTL-BRANCH-ID TO WS-CAND-BRANCH-ID (WS-CAND-USED)
003870     MOVE SRTCTL-SORT-CODE TO WS-CAND-SORT-CODE (WS-CAND-USED)
003880     MOVE SRTCTL-BANK-NAME TO WS-CAND-BANK-NAME (WS-CAND-USED)
003890     MOVE SRTCTL-STATUS TO WS-CAND-STATUS (WS-CAND-USED)
003900     MOVE SRTCTL-EFFECTIVE-DATE
003910       TO WS-CAND-EFF-DATE (WS-CAND-USED)
003920     IF SRTCTL-SUCCESSOR-ID = LOW-VALUES
003930         MOVE SPACES TO WS-CAND-SUCCESSOR (WS-CAND-USED)
003940     ELSE
003950         MOVE SRTCTL-SUCCESSOR-ID
003960           TO WS-CAND-SUCCESSOR (WS-CAND-USED)
003970     END-IF.

003980 1510-EXIT.
003990     EXIT.

004000*----------------------------------------------------------------
004010*    1700-CHECK-SUCCESSOR - DECIDE WHAT THE CANDIDATE'S CALLERS
004020*    WILL GET ON ITS CLOSURE DATE.  GETSCODE REDIRECTS ONE HOP
004030*    TO A SUCCESSOR THAT IS SERVABLE, SO THE SUCCESSOR MUST BE
004040*    ON SRTCTL, NOT CLOSED, NOT ITSELF CLOSING BY THAT DATE AND,
004050*    IF STILL PENDING, OPENING BY THAT DATE.
004053*    ANY OTHER SRTCTL ERROR ON THE SUCCESSOR READ REFUSES THE
004056*    RUN, AS IT DOES ON THE SELECTION PASS.
004060*----------------------------------------------------------------
004070 1700-CHECK-SUCCESSOR.
004075     MOVE SPACES TO WS-CAND-OUTCOME-TEXT (WS-CX)
004080     SET WS-CAND-REFUSED (WS-CX) TO TRUE

004090     IF WS-CAND-SUCCESSOR (WS-CX) = SPACES
004100         MOVE 'REFUSED - NO SUCCESSOR IS SET'
004110           TO WS-CAND-OUTCOME-TEXT (WS-CX)
004120         GO TO 1700-EXIT
004130     END-IF

004140     MOVE WS-CAND-SUCCESSOR (WS-CX) TO SRTCTL-BRANCH-ID
004150     READ SRTCTL-FILE
004160         KEY IS SRTCTL-BRANCH-ID
004170         INVALID KEY
004180             STRING 'REFUSED - SUCCESSOR '     DELIMITED BY SIZE
004190                    WS-CAND-SUCCESSOR (WS-CX)  DELIMITED BY SIZE
004200                    ' IS NOT ON SRTCTL'        DELIMITED BY SIZE
004210                 INTO WS-CAND-OUTCOME-TEXT (WS-CX)
004220             END-STRING
004230             GO TO 1700-EXIT
004240     END-READ

004241     IF SRTCTL-FILE-STATUS NOT = '00'
004242         DISPLAY 'SRTCCIR007E SRTCTL READ FAILED - STATUS '
004243                 SRTCTL-FILE-STATUS
004244         MOVE 'SRTCTL READ FAILED' TO ML-TEXT
004245         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
004246         GO TO 1700-EXIT
004247     END-IF

004250     EVALUATE TRUE
004260         WHEN SRTCTL-STATUS-CLOSED
004270             GO TO 1700-WITHHELD
004280         WHEN SRTCTL-STATUS-CLOSING
004290          AND SRTCTL-EFFECTIVE-DATE NUMERIC
004300          AND SRTCTL-EFFECTIVE-DATE > ZERO
004310          AND SRTCTL-EFFECTIVE-DATE NOT > WS-CAND-EFF-DATE (WS-CX)
004320             GO TO 1700-WITHHELD
004330         WHEN SRTCTL-STATUS-PENDING
004340          AND SRTCTL-EFFECTIVE-DATE NUMERIC
004350          AND SRTCTL-EFFECTIVE-DATE > ZERO
004360          AND SRTCTL-EFFECTIVE-DATE NOT > WS-CAND-EFF-DATE (WS-CX)
004370             CONTINUE
004380         WHEN SRTCTL-STATUS-PENDING
004390             GO TO 1700-WITHHELD
004400     END-EVALUATE

004410     SET WS-CAND-REDIRECTED (WS-CX) TO TRUE
004420     STRING 'REDIRECTED TO SUCCESSOR '  DELIMITED BY SIZE
004430            WS-CAND-SUCCESSOR (WS-CX)   DELIMITED BY SIZE
004440         INTO WS-CAND-OUTCOME-TEXT (WS-CX)
004450     END-STRING
004460     GO TO 1700-EXIT.

004470 1700-WITHHELD.
004480     STRING 'REFUSED - SUCCESSOR '     DELIMITED BY SIZE
004490            WS-CAND-SUCCESSOR (WS-CX)  DELIMITED BY SIZE
004500            ' WILL NOT BE OPEN'        DELIMITED BY SIZE
004510         INTO WS-CAND-OUTCOME-TEXT (WS-CX)
004520     END-STRING.

004530 1700-EXIT.
004540     EXIT.

004550*----------------------------------------------------------------
004560*    1900-REFUSE-RUN - THE RUN CANNOT GO AHEAD.  SAY WHY ON THE
004570*    REPORT AND END CC=8.
004580*----------------------------------------------------------------
004590 1900-REFUSE-RUN.
004600     MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
004610     MOVE 8 TO RETURN-CODE
004620     PERFORM 8400-WRITE-MESSAGE THRU 8400-EXIT
004630     MOVE 'CLOSURE IMPACT RUN REFUSED - NO REPORT PRODUCED'
004640       TO ML-TEXT
004650     PERFORM 8400-WRITE-MESSAGE THRU 8400-EXIT.

004660 1900-EXIT.
004670     EXIT.

004680*----------------------------------------------------------------
004690*    2000-REPORT-BRANCHES - PRIME THE SORTED TRAIL AND REPORT
004700*    EACH CLOSING BRANCH IN TURN.  BOTH ARE IN BRANCH ORDER, SO
004710*    THE TRAIL IS READ ONCE.
004720*----------------------------------------------------------------
004730 2000-REPORT-BRANCHES.
004740     PERFORM 2900-READ-AUDIT THRU 2900-EXIT

004750     IF WS-CAND-USED = ZERO
004760         MOVE 'NO BRANCH IS SET TO CLOSE IN THE PERIOD' TO ML-TEXT
004770         PERFORM 8400-WRITE-MESSAGE THRU 8400-EXIT
004780         GO TO 2000-EXIT
004790     END-IF

004800     PERFORM 2100-REPORT-ONE-BRANCH THRU 2100-EXIT
004810         VARYING WS-CX FROM 1 BY 1
004820         UNTIL WS-CX > WS-CAND-USED OR WS-RUN-REFUSED.

004830 2000-EXIT.
004840     EXIT.

004850*----------------------------------------------------------------
004860*    2100-REPORT-ONE-BRANCH - PRINT THE BRANCH AND ITS OUTCOME,
004870*    PASS OVER TRAIL ENTRIES FOR BRANCHES NOT CLOSING, THEN
004880*    CONTROL-BREAK THE BRANCH'S OWN ENTRIES BY CALLER.
004890*----------------------------------------------------------------
004900 2100-REPORT-ONE-BRANCH.
004910     ADD 1 TO WS-BRANCH-COUNT
004920     PERFORM 8200-WRITE-BRANCH THRU 8200-EXIT

004930     PERFORM 2900-READ-AUDIT THRU 2900-EXIT
004940         UNTIL WS-AUDT-EOF OR WS-RUN-REFUSED
004950            OR AUDTREC-BRANCH-ID NOT < WS-CAND-BRANCH-ID (WS-CX)

004960     MOVE ZERO TO WS-BRANCH-CALLERS
004970     MOVE 'N' TO WS-CALLER-OPEN-SWITCH

004980     PERFORM 2200-TAKE-AUDIT THRU 2200-EXIT
004990         UNTIL WS-AUDT-EOF OR WS-RUN-REFUSED
005000            OR AUDTREC-BRANCH-ID NOT = WS-CAND-BRANCH-ID (WS-CX)

005010     IF WS-CALLER-OPEN
005020         PERFORM 2300-CLOSE-CALLER THRU 2300-EXIT
005030     END-IF

005040     IF WS-BRANCH-CALLERS = ZERO
005050         MOVE 'NO LOOKUPS SEEN IN THE LOOKBACK PERIOD' TO ML-TEXT
005060         PERFORM 8400-WRITE-MESSAGE THRU 8400-EXIT
005070     ELSE
005080         IF WS-CAND-REFUSED (WS-CX)
005090             ADD 1 TO WS-AT-RISK-COUNT
005100         END-IF
005110     END-IF

005120     IF WS-CAND-REFUSED (WS-CX)
005130         ADD 1 TO WS-REFUSED-COUNT
005140     END-IF.

005150 2100-EXIT.
005160     EXIT.

005170*----------------------------------------------------------------
005180*    2200-TAKE-AUDIT - ONE TRAIL ENTRY FOR THE BRANCH.  ENTRIES
005190*    BEFORE THE LOOKBACK PERIOD ARE PASSED OVER.  THE TRAIL IS IN
005200*    DATE ORDER WITHIN EACH CALLER, SO THE LAST ENTRY TAKEN IS
005210*    THE LAST DAY SEEN.
005220*----------------------------------------------------------------
005230 2200-TAKE-AUDIT.
005240     IF AUDTREC-DATE < WS-FROM-DATE-X
005250         GO TO 2200-READ-NEXT
005260     END-IF

005270     MOVE AUDTREC-PROGRAM-NAME TO WS-AUDIT-PROGRAM
005280     MOVE AUDTREC-TRANID TO WS-AUDIT-TRANID
005290     MOVE AUDTREC-TERMID TO WS-AUDIT-TERMID

005300     IF WS-CALLER-OPEN
005310      AND WS-AUDIT-KEY NOT = WS-CALLER-KEY
005320         PERFORM 2300-CLOSE-CALLER THRU 2300-EXIT
005330     END-IF

005340     IF NOT WS-CALLER-OPEN
005350         MOVE WS-AUDIT-KEY TO WS-CALLER-KEY
005360         MOVE ZERO TO WS-CALLER-COUNT
005370         MOVE 'Y' TO WS-CALLER-OPEN-SWITCH
005380     END-IF

005390     ADD 1 TO WS-CALLER-COUNT
005400     MOVE AUDTREC-DATE TO WS-CALLER-LAST-SEEN.

005410 2200-READ-NEXT.
005420     PERFORM 2900-READ-AUDIT THRU 2900-EXIT.

005430 2200-EXIT.
005440     EXIT.

005450*----------------------------------------------------------------
005460*    2300-CLOSE-CALLER - PRINT THE CALLER JUST COUNTED, WITH THE
005470*    COLUMN HEADINGS BEFORE THE BRANCH'S FIRST CALLER.
005480*----------------------------------------------------------------
005490 2300-CLOSE-CALLER.
005500     IF WS-BRANCH-CALLERS = ZERO
005510         WRITE SRTCCIR-RECORD FROM WS-CALLER-HEADING
005520             AFTER ADVANCING 1 LINE
005530     END-IF

005540     ADD 1 TO WS-BRANCH-CALLERS
005550     ADD 1 TO WS-TOTAL-CALLERS
005560     MOVE WS-CALLER-PROGRAM TO CL-PROGRAM
005570     MOVE WS-CALLER-TRANID TO CL-TRANID
005580     MOVE WS-CALLER-TERMID TO CL-TERMID
005590     MOVE WS-CALLER-COUNT TO CL-COUNT
005600     MOVE WS-CALLER-LAST-SEEN TO CL-LAST-SEEN
005610     WRITE SRTCCIR-RECORD FROM WS-CALLER-LINE
005620         AFTER ADVANCING 1 LINE

005630     MOVE 'N' TO WS-CALLER-OPEN-SWITCH.

005640 2300-EXIT.
005650     EXIT.

005660*----------------------------------------------------------------
005670*    2900-READ-AUDIT - READ THE NEXT SORTED TRAIL ENTRY.  A READ
005680*    ERROR REFUSES THE RUN - A PARTLY READ TRAIL WOULD UNDERSTATE
005690*    WHO IS AFFECTED.
005700*----------------------------------------------------------------
005710 2900-READ-AUDIT.
005720     READ AUDTSRT-FILE
005730         AT END
005740             MOVE 'Y' TO WS-AUDT-EOF-SWITCH
005750             GO TO 2900-EXIT
005760     END-READ

005770     IF AUDTSRT-FILE-STATUS NOT = '00'
005780         DISPLAY 'SRTCCIR005E AUDTSRT READ FAILED - STATUS '
005790                 AUDTSRT-FILE-STATUS
005800         MOVE 'SORTED AUDIT TRAIL READ FAILED' TO ML-TEXT
005810         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
005820         MOVE 'Y' TO WS-AUDT-EOF-SWITCH
005830         GO TO 2900-EXIT
005840     END-IF.

005850 2900-EXIT.
005860     EXIT.

005870*----------------------------------------------------------------
005880*    3000-TERMINATE - PRINT THE TOTALS, SET THE CONDITION CODE
005890*    AND CLOSE THE FILES.
005900*----------------------------------------------------------------
005910 3000-TERMINATE.
005920     IF NOT WS-RUN-REFUSED
005930         PERFORM 8300-WRITE-TOTALS THRU 8300-EXIT
005940         IF (WS-AT-RISK-COUNT > ZERO OR WS-OVERFLOW-COUNT > ZERO)
005950          AND RETURN-CODE = 0
005960             MOVE 4 TO RETURN-CODE
005970         END-IF
005980     END-IF

005990     IF WS-OVERFLOW-COUNT > ZERO
006000         DISPLAY 'SRTCCIR006W ' WS-OVERFLOW-COUNT
006010                 ' CLOSING BRANCH(ES) NOT REPORTED - TABLE FULL'
006020     END-IF

006030     IF WS-SRTCTL-OPEN
006040         CLOSE SRTCTL-FILE
006050     END-IF

006060     IF WS-AUDTSRT-OPEN
006070         CLOSE AUDTSRT-FILE
006080     END-IF

006090     IF WS-SRTCCIR-OPEN
006100         CLOSE SRTCCIR-FILE
006110     END-IF.

006120 3000-EXIT.
006130     EXIT.

006140*----------------------------------------------------------------
006150*    8100-WRITE-HEADINGS - PRINT THE REPORT HEADINGS.
006160*----------------------------------------------------------------
006170 8100-WRITE-HEADINGS.
006180     MOVE WS-CURRENT-DATE-N TO RH1-DATE
006190     MOVE WS-HORIZON-DATE TO RH2-HORIZON-DATE
006200     MOVE WS-FROM-DATE TO RH2-FROM-DATE

006210     WRITE SRTCCIR-RECORD FROM WS-REPORT-HEADING-1
006220         AFTER ADVANCING TOP-OF-PAGE
006230     WRITE SRTCCIR-RECORD FROM WS-REPORT-HEADING-2
006240         AFTER ADVANCING 2 LINES.

006250 8100-EXIT.
006260     EXIT.

006270*----------------------------------------------------------------
006280*    8200-WRITE-BRANCH - PRINT THE CLOSING BRANCH AND WHAT ITS
006290*    CALLERS WILL GET.
006300*----------------------------------------------------------------
006310 8200-WRITE-BRANCH.
006320     MOVE WS-CAND-BRANCH-ID (WS-CX) TO BL-BRANCH-ID
006330     MOVE WS-CAND-SORT-CODE (WS-CX) TO BL-SORT-CODE
006340     MOVE WS-CAND-BANK-NAME (WS-CX) TO BL-BANK-NAME
006350     MOVE WS-CAND-STATUS (WS-CX) TO BL-STATUS
006360     MOVE WS-CAND-EFF-DATE (WS-CX) TO BL-EFF-DATE
006370     WRITE SRTCCIR-RECORD FROM WS-BRANCH-LINE
006380         AFTER ADVANCING 3 LINES

006390     MOVE WS-CAND-OUTCOME-TEXT (WS-CX) TO OL-TEXT
006400     WRITE SRTCCIR-RECORD FROM WS-OUTCOME-LINE
006410         AFTER ADVANCING 1 LINE.

006420 8200-EXIT.
006430     EXIT.

006440*----------------------------------------------------------------
006450*    8300-WRITE-TOTALS - PRINT THE RUN TOTALS.
006460*----------------------------------------------------------------
006470 8300-WRITE-TOTALS.
006480     MOVE 'BRANCHES CLOSING IN THE PERIOD' TO TL-LABEL
006490     MOVE WS-BRANCH-COUNT TO TL-COUNT
006500     WRITE SRTCCIR-RECORD FROM WS-TOTALS-LINE
006510         AFTER ADVANCING 3 LINES

006520     MOVE 'OF WHICH CALLERS WILL BE REFUSED' TO TL-LABEL
006530     MOVE WS-REFUSED-COUNT TO TL-COUNT
006540     WRITE SRTCCIR-RECORD FROM WS-TOTALS-LINE
006550         AFTER ADVANCING 1 LINE

006560     MOVE 'REFUSED AND STILL BEING LOOKED UP' TO TL-LABEL
006570     MOVE WS-AT-RISK-COUNT TO TL-COUNT
006580     WRITE SRTCCIR-RECORD FROM WS-TOTALS-LINE
006590         AFTER ADVANCING 1 LINE

006600     MOVE 'CALLERS LISTED' TO TL-LABEL
006610     MOVE WS-TOTAL-CALLERS TO TL-COUNT
006620     WRITE SRTCCIR-RECORD FROM WS-TOTALS-LINE
006630         AFTER ADVANCING 1 LINE

006640     IF WS-OVERFLOW-COUNT > ZERO
006650         MOVE 'CLOSING BRANCHES NOT REPORTED - TABLE FULL'
006660           TO TL-LABEL
006670         MOVE WS-OVERFLOW-COUNT TO TL-COUNT
006680         WRITE SRTCCIR-RECORD FROM WS-TOTALS-LINE
006690             AFTER ADVANCING 1 LINE
006700     END-IF.

006710 8300-EXIT.
006720     EXIT.

006730*----------------------------------------------------------------
006740*    8400-WRITE-MESSAGE - PRINT ML-TEXT ON A LINE OF ITS OWN.
006750*----------------------------------------------------------------
006760 8400-WRITE-MESSAGE.
006770     WRITE SRTCCIR-RECORD FROM WS-MESSAGE-LINE
006780         AFTER ADVANCING 1 LINE.

006790 8400-EXIT.
006800     EXIT.
