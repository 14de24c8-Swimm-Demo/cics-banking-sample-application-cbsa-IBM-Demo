000100******************************************************************
000110*                                                                *
000120*  Copyright IBM Corp. 2022                                      *
000130*                                                                *
000140******************************************************************
000150 IDENTIFICATION DIVISION.
000160 PROGRAM-ID.    SRTCRUN.
000170 AUTHOR.        BANK APPLICATIONS DEVELOPMENT.
000180 INSTALLATION.  MIDLAND REGIONAL DATA CENTRE.
000190 DATE-WRITTEN.  15/10/26.
000200 DATE-COMPILED.
000210******************************************************************
000220*                                                                *
000230*  SRTCRUN - RUN-CONTROL ROUTINE FOR THE NIGHTLY SORT CODE JOBS. *
000240*                                                                *
000250*  THE NIGHTLY JOBS USED NOT TO KNOW ABOUT EACH OTHER: SRTCDST   *
000260*  HAS SENT THE SUBSIDIARIES A SNAPSHOT TAKEN AFTER A SRTCRECN   *
000270*  THAT ENDED CC=8, SRTCEOD HAS MARKED A DAY COMPLETE TWICE      *
000280*  AFTER A RERUN, AND SRTCMRR HAS BEEN RUN FOR A MONTH THAT WAS  *
000290*  STILL OPEN.  EVERY JOB ON THE SRTCRCJ CHAIN NOW CALLS HERE    *
000300*  AT START-UP AND AT THE END, AND THIS ROUTINE KEEPS THE        *
000310*  SRTCRCL RUN-CONTROL LEDGER: A RUN IS REFUSED WHEN THE JOB     *
000320*  HAS ALREADY ENDED CLEAN FOR THE SAME BNKCDAY BUSINESS DATE,   *
000330*  OR WHEN ITS PREDECESSOR ON THE CHAIN HAS NOT, UNLESS THE      *
000340*  FORCE FLAG IS ON THE JOB'S PARAMETER CARD.  A LEDGER THAT     *
000350*  CANNOT BE READ REFUSES THE RUN TOO - RUNNING UNCHECKED IS     *
000360*  THE GAP THIS ROUTINE EXISTS TO CLOSE - BUT A FORCED RUN       *
000370*  STILL GOES AHEAD.                                             *
000380*                                                                *
000390*  THE LEDGER IS OPENED AND CLOSED ON EVERY CALL, SO IT IS NEVER *
000400*  HELD FOR THE LENGTH OF A JOB.  THE REQUEST PROTOCOL (S/R/E)   *
000410*  AND THE PARAMETER AREA ARE DESCRIBED ON THE SRTCRUN           *
000420*  COPYBOOK.                                                     *
000430*                                                                *
000440******************************************************************
000450*                                                                *
000460*  MODIFICATION HISTORY                                          *
000470*  ----------------------------------------------------------    *
000480*  15/10/26  SRT  INITIAL VERSION.                               *
000490*                                                                *
000500******************************************************************

000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SOURCE-COMPUTER.  IBM-370.
000540 OBJECT-COMPUTER.  IBM-370.

000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT SRTCRCL-FILE ASSIGN TO SRTCRCL
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS SRTCRCL-JOB-NAME
000610         FILE STATUS IS SRTCRCL-FILE-STATUS.

000620     SELECT BNKCAL-FILE ASSIGN TO BNKCAL
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS SEQUENTIAL
000650         RECORD KEY IS BNKCAL-DATE
000660         FILE STATUS IS BNKCAL-FILE-STATUS.


000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  SRTCRCL-FILE
000700     LABEL RECORDS ARE STANDARD.
000710     COPY SRTCRCL.

000720 FD  BNKCAL-FILE
000730     LABEL RECORDS ARE STANDARD.
000740     COPY BNKCAL.


000750 WORKING-STORAGE SECTION.
000760* Copyright statement as a literal to go into the load module
000770 77  FILLER PIC X(24) VALUE 'Copyright IBM Corp. 2022'.

000780 77  SRTCRCL-FILE-STATUS           PIC X(02) VALUE SPACES.
000790 77  BNKCAL-FILE-STATUS            PIC X(02) VALUE SPACES.

000800 77  WS-CAL-EOF-SWITCH             PIC X(01) VALUE 'N'.
000810     88  WS-CAL-EOF                    VALUE 'Y'.

000820 77  WS-LEDGER-OPEN-SWITCH         PIC X(01) VALUE 'N'.
000830     88  WS-LEDGER-OPEN                VALUE 'Y'.

000840 77  WS-NEW-RECORD-SWITCH          PIC X(01) VALUE 'N'.
000850     88  WS-NEW-RECORD                 VALUE 'Y'.

000860 77  WS-JX                         PIC S9(04) COMP VALUE ZERO.
000870 77  WS-TX                         PIC S9(04) COMP VALUE ZERO.

000880 77  WS-CLEAN-CC                   PIC 9(02) VALUE ZERO.
000890 77  WS-PREDECESSOR                PIC X(08) VALUE SPACES.
000900 77  WS-REFUSAL-REASON             PIC X(60) VALUE SPACES.
000910 77  WS-ST-TEXT                    PIC X(46) VALUE SPACES.
000920 77  WS-PT-TEXT                    PIC X(25) VALUE SPACES.
000930 77  WS-PT-CC-TEXT                 PIC X(08) VALUE SPACES.

000940 COPY SRTCRCJ.

000950 01  WS-CDAY-AREA.
000960     COPY BNKCDAY.

000970 01  WS-CURRENT-DATE.
000980     05  WS-CURRENT-DATE-N         PIC 9(08).

000990 01  WS-CURRENT-TIME.
001000     05  WS-CURRENT-TIME-HHMMSS    PIC 9(06).
001010     05  FILLER                    PIC 9(02).

001020 01  WS-ALREADY-TEXT.
001030     05  FILLER                    PIC X(24)
001040         VALUE 'ALREADY ENDED CLEAN FOR '.
001050     05  WS-AT-DATE                PIC 9(08).
001060     05  FILLER                    PIC X(04) VALUE ' CC='.
001070     05  WS-AT-CC                  PIC 9(04).
001080     05  FILLER                    PIC X(20) VALUE SPACES.

001090 01  WS-PT-CC-AREA.
001100     05  FILLER                    PIC X(04) VALUE ' CC='.
001110     05  WS-PT-CC                  PIC 9(04).


001120 LINKAGE SECTION.
001130 01  SRTCRUN-PARMS.
001140     COPY SRTCRUN.


001150 PROCEDURE DIVISION USING SRTCRUN-PARMS.
001160 0000-MAINLINE.
001170     MOVE ZERO TO SRTCRUN-RC
001180     MOVE SPACES TO SRTCRUN-MESSAGE

001190     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001200     ACCEPT WS-CURRENT-TIME FROM TIME

001210     PERFORM 0100-FIND-JOB THRU 0100-EXIT

001220     EVALUATE TRUE
001230         WHEN SRTCRUN-REQ-START
001240             PERFORM 1000-START-RUN THRU 1000-EXIT
001250         WHEN SRTCRUN-REQ-REFUSE
001260             PERFORM 2000-REFUSE-RUN THRU 2000-EXIT
001270         WHEN SRTCRUN-REQ-END
001280             PERFORM 3000-END-RUN THRU 3000-EXIT
001290         WHEN OTHER
001300             SET SRTCRUN-RC-REFUSED TO TRUE
001310             MOVE 'REQUEST MUST BE S (START), R (REFUSE) OR E'
001320               TO SRTCRUN-MESSAGE
001330     END-EVALUATE

001340     IF WS-LEDGER-OPEN
001350         CLOSE SRTCRCL-FILE
001360         MOVE 'N' TO WS-LEDGER-OPEN-SWITCH
001370     END-IF.

001380     GOBACK.

001390*----------------------------------------------------------------
001400*    0100-FIND-JOB - LOOK THE CALLER UP ON THE SRTCRCJ CHAIN.
001410*    WS-JX IS LEFT ZERO FOR A JOB THAT IS NOT ON IT.
001420*----------------------------------------------------------------
001430 0100-FIND-JOB.
001440     MOVE ZERO TO WS-JX
001450     MOVE SPACES TO WS-PREDECESSOR
001460     MOVE ZERO TO WS-CLEAN-CC

001470     PERFORM 0110-MATCH-JOB THRU 0110-EXIT
001480         VARYING WS-TX FROM 1 BY 1
001490         UNTIL WS-TX > SRTCRCJ-JOB-COUNT OR WS-JX > ZERO

001500     IF WS-JX > ZERO
001510         MOVE SRTCRCJ-PREDECESSOR (WS-JX) TO WS-PREDECESSOR
001520         MOVE SRTCRCJ-CLEAN-CC (WS-JX) TO WS-CLEAN-CC
001530     END-IF.

001540 0100-EXIT.
001550     EXIT.

001560 0110-MATCH-JOB.
001570     IF SRTCRCJ-JOB-NAME (WS-TX) = SRTCRUN-JOB-NAME
001580         MOVE WS-TX TO WS-JX
001590     END-IF.

001600 0110-EXIT.
001610     EXIT.

001620*----------------------------------------------------------------
001630*    1000-START-RUN - WORK OUT THE BUSINESS DATE, DECIDE WHETHER
001640*    THE RUN MAY GO AHEAD AND RECORD THE ATTEMPT.  A JOB THAT
001650*    HAS ALREADY ENDED CLEAN FOR THE DATE IS REPORTED AS THAT,
001660*    AHEAD OF ANY PREDECESSOR PROBLEM.
001670*----------------------------------------------------------------
001680 1000-START-RUN.
001690     MOVE SPACES TO WS-REFUSAL-REASON

001700     PERFORM 1100-SET-BUSINESS-DATE THRU 1100-EXIT

001710     IF WS-JX = ZERO
001720         MOVE 'JOB IS NOT ON THE SRTCRCJ RUN-CONTROL CHAIN'
001730           TO WS-REFUSAL-REASON
001740         PERFORM 1900-DECIDE THRU 1900-EXIT
001750         GO TO 1000-EXIT
001760     END-IF

001770     PERFORM 5000-OPEN-LEDGER THRU 5000-EXIT
001780     IF NOT WS-LEDGER-OPEN
001790         PERFORM 1900-DECIDE THRU 1900-EXIT
001800         GO TO 1000-EXIT
001810     END-IF

001820     PERFORM 1300-CHECK-PREDECESSOR THRU 1300-EXIT

001830     PERFORM 5100-READ-OWN THRU 5100-EXIT
001840     IF SRTCRCL-FILE-STATUS NOT = '00'
001850      AND SRTCRCL-FILE-STATUS NOT = '23'
001860         PERFORM 1900-DECIDE THRU 1900-EXIT
001870         GO TO 1000-EXIT
001880     END-IF

001890     IF NOT WS-NEW-RECORD
001900      AND SRTCRCL-CLEAN-DATE = SRTCRUN-BUSINESS-DATE
001910         MOVE SRTCRCL-CLEAN-DATE TO WS-AT-DATE
001920         MOVE SRTCRCL-END-CC TO WS-AT-CC
001930         MOVE WS-ALREADY-TEXT TO WS-REFUSAL-REASON
001940     END-IF

001950     PERFORM 1900-DECIDE THRU 1900-EXIT

001960     MOVE SRTCRUN-BUSINESS-DATE TO SRTCRCL-ATT-BUS-DATE
001970     MOVE WS-CURRENT-DATE-N TO SRTCRCL-ATT-DATE
001980     MOVE WS-CURRENT-TIME-HHMMSS TO SRTCRCL-ATT-TIME
001990     MOVE WS-REFUSAL-REASON TO SRTCRCL-ATT-REASON
002000     IF SRTCRUN-RC-REFUSED
002010         SET SRTCRCL-ATT-REFUSED TO TRUE
002020         MOVE 'N' TO SRTCRCL-ATT-FORCED
002030     ELSE
002040         SET SRTCRCL-ATT-STARTED TO TRUE
002050         IF SRTCRUN-RC-FORCED
002060             MOVE 'Y' TO SRTCRCL-ATT-FORCED
002070         ELSE
002080             MOVE 'N' TO SRTCRCL-ATT-FORCED
002090         END-IF
002100     END-IF

002110     PERFORM 5200-SAVE-OWN THRU 5200-EXIT

002120*    AN ATTEMPT THAT CANNOT BE RECORDED WOULD LEAVE THE NEXT JOB
002130*    NOTHING TO CHECK, SO IT REFUSES THE RUN UNLESS FORCED.
002140     IF SRTCRCL-FILE-STATUS NOT = '00'
002150      AND NOT SRTCRUN-RC-REFUSED
002160         PERFORM 1900-DECIDE THRU 1900-EXIT
002170     END-IF.

002180 1000-EXIT.
002190     EXIT.

002200*----------------------------------------------------------------
002210*    1100-SET-BUSINESS-DATE - THE BUSINESS DATE THIS RUN BELONGS
002220*    TO: TODAY WHEN TODAY IS A BUSINESS DAY, OTHERWISE THE
002230*    PREVIOUS BUSINESS DAY - THE SAME RULE SRTCEOD MARKS THE
002240*    DAY WITH.  A CALENDAR THAT CANNOT BE READ LEAVES AN EMPTY
002250*    HOLIDAY TABLE, SO ONLY WEEKENDS ROLL.
002260*----------------------------------------------------------------
002270 1100-SET-BUSINESS-DATE.
002280     PERFORM 1200-LOAD-CALENDAR THRU 1200-EXIT

002290     SET BNKCDAY-FUNC-IS-BUSDAY TO TRUE
002300     MOVE WS-CURRENT-DATE-N TO BNKCDAY-DATE

002310     CALL 'BNKCDAY' USING WS-CDAY-AREA

002320     IF BNKCDAY-RC-OK AND BNKCDAY-IS-BUSINESS-DAY
002330         MOVE WS-CURRENT-DATE-N TO SRTCRUN-BUSINESS-DATE
002340         GO TO 1100-EXIT
002350     END-IF

002360     SET BNKCDAY-FUNC-PREVIOUS TO TRUE
002370     MOVE WS-CURRENT-DATE-N TO BNKCDAY-DATE

002380     CALL 'BNKCDAY' USING WS-CDAY-AREA

002390     IF BNKCDAY-RC-OK
002400         MOVE BNKCDAY-RESULT-DATE TO SRTCRUN-BUSINESS-DATE
002410     ELSE
002420         MOVE WS-CURRENT-DATE-N TO SRTCRUN-BUSINESS-DATE
002430     END-IF.

002440 1100-EXIT.
002450     EXIT.

002460*----------------------------------------------------------------
002470*    1200-LOAD-CALENDAR - READ THE BNKCAL BANK HOLIDAY FILE
002480*    INTO THE BNKCDAY HOLIDAY TABLE.
002490*----------------------------------------------------------------
002500 1200-LOAD-CALENDAR.
002510     MOVE ZERO TO BNKCDAY-HOLIDAY-COUNT
002520     MOVE 'N' TO WS-CAL-EOF-SWITCH

002530     OPEN INPUT BNKCAL-FILE
002540     IF BNKCAL-FILE-STATUS NOT = '00'
002550         GO TO 1200-EXIT
002560     END-IF

002570     PERFORM 1210-LOAD-HOLIDAY THRU 1210-EXIT
002580         UNTIL WS-CAL-EOF OR BNKCDAY-HOLIDAY-COUNT NOT < 100

002590     CLOSE BNKCAL-FILE.

002600 1200-EXIT.
002610     EXIT.

002620 1210-LOAD-HOLIDAY.
002630     READ BNKCAL-FILE
002640         AT END
002650             MOVE 'Y' TO WS-CAL-EOF-SWITCH
002660         NOT AT END
002670             ADD 1 TO BNKCDAY-HOLIDAY-COUNT
002680             MOVE BNKCAL-DATE TO
002690                 BNKCDAY-HOLIDAY-DATE (BNKCDAY-HOLIDAY-COUNT)
002700     END-READ.

002710 1210-EXIT.
002720     EXIT.

002730*----------------------------------------------------------------
002740*    1300-CHECK-PREDECESSOR - THE JOB BEFORE THIS ONE ON THE
002750*    CHAIN MUST HAVE ENDED CLEAN FOR THE SAME BUSINESS DATE.
002760*----------------------------------------------------------------
002770 1300-CHECK-PREDECESSOR.
002780     IF WS-PREDECESSOR = SPACES
002790         GO TO 1300-EXIT
002800     END-IF

002810     MOVE WS-PREDECESSOR TO SRTCRCL-JOB-NAME
002820     READ SRTCRCL-FILE
002830         KEY IS SRTCRCL-JOB-NAME
002840     END-READ

002850     IF SRTCRCL-FILE-STATUS = '00'
002860      AND SRTCRCL-CLEAN-DATE = SRTCRUN-BUSINESS-DATE
002870         GO TO 1300-EXIT
002880     END-IF

002890     MOVE SPACES TO WS-PT-CC-TEXT

002900     EVALUATE TRUE
002910         WHEN SRTCRCL-FILE-STATUS = '23'
002920             MOVE ' HAS NEVER RUN - NEEDED' TO WS-PT-TEXT
002930         WHEN SRTCRCL-FILE-STATUS NOT = '00'
002940             MOVE 'UNABLE TO READ THE PREDECESSOR ON SRTCRCL'
002950               TO WS-ST-TEXT
002960             PERFORM 5900-STATUS-REASON THRU 5900-EXIT
002970             GO TO 1300-EXIT
002980         WHEN SRTCRCL-END-BUS-DATE = SRTCRUN-BUSINESS-DATE
002990          AND SRTCRCL-ATT-ENDED
003000             MOVE ' DID NOT END CLEAN FOR' TO WS-PT-TEXT
003010             MOVE SRTCRCL-END-CC TO WS-PT-CC
003020             MOVE WS-PT-CC-AREA TO WS-PT-CC-TEXT
003030         WHEN OTHER
003040             MOVE ' HAS NOT ENDED CLEAN FOR' TO WS-PT-TEXT
003050     END-EVALUATE

003060     MOVE SPACES TO WS-REFUSAL-REASON
003070     STRING 'PREDECESSOR ' DELIMITED BY SIZE
003080            WS-PREDECESSOR DELIMITED BY SPACE
003090            WS-PT-TEXT DELIMITED BY '  '
003100            ' ' DELIMITED BY SIZE
003110            SRTCRUN-BUSINESS-DATE DELIMITED BY SIZE
003120            WS-PT-CC-TEXT DELIMITED BY '  '
003130       INTO WS-REFUSAL-REASON
003140     END-STRING.

003150 1300-EXIT.
003160     EXIT.

003170*----------------------------------------------------------------
003180*    1900-DECIDE - TURN THE REASON (IF ANY) INTO THE ANSWER.
003190*    THE FORCE FLAG LETS THE RUN GO AHEAD WITH THE REASON ON
003200*    RECORD.
003210*----------------------------------------------------------------
003220 1900-DECIDE.
003230     IF WS-REFUSAL-REASON = SPACES
003240         SET SRTCRUN-RC-RUN TO TRUE
003250         MOVE SPACES TO SRTCRUN-MESSAGE
003260         GO TO 1900-EXIT
003270     END-IF

003280     MOVE WS-REFUSAL-REASON TO SRTCRUN-MESSAGE

003290     IF SRTCRUN-FORCE-ON
003300         SET SRTCRUN-RC-FORCED TO TRUE
003310     ELSE
003320         SET SRTCRUN-RC-REFUSED TO TRUE
003330     END-IF.

003340 1900-EXIT.
003350     EXIT.

003360*----------------------------------------------------------------
003370*    2000-REFUSE-RUN - THE CALLER HAS REFUSED ITS OWN RUN AFTER
003380*    A START CALL.  RECORD ITS REASON IN PLACE OF THE STARTED
003390*    ATTEMPT.
003400*----------------------------------------------------------------
003410 2000-REFUSE-RUN.
003420     IF WS-JX = ZERO
003430         GO TO 2000-EXIT
003440     END-IF

003450     PERFORM 5000-OPEN-LEDGER THRU 5000-EXIT
003460     IF NOT WS-LEDGER-OPEN
003470         SET SRTCRUN-RC-REFUSED TO TRUE
003480         MOVE WS-REFUSAL-REASON TO SRTCRUN-MESSAGE
003490         GO TO 2000-EXIT
003500     END-IF

003510     PERFORM 5100-READ-OWN THRU 5100-EXIT
003520     IF SRTCRCL-FILE-STATUS NOT = '00'
003530      AND SRTCRCL-FILE-STATUS NOT = '23'
003540         SET SRTCRUN-RC-REFUSED TO TRUE
003550         MOVE WS-REFUSAL-REASON TO SRTCRUN-MESSAGE
003560         GO TO 2000-EXIT
003570     END-IF

003580     MOVE SRTCRUN-BUSINESS-DATE TO SRTCRCL-ATT-BUS-DATE
003590     SET SRTCRCL-ATT-REFUSED TO TRUE
003600     MOVE WS-CURRENT-DATE-N TO SRTCRCL-ATT-DATE
003610     MOVE WS-CURRENT-TIME-HHMMSS TO SRTCRCL-ATT-TIME
003620     MOVE 'N' TO SRTCRCL-ATT-FORCED
003630     MOVE SRTCRUN-REASON TO SRTCRCL-ATT-REASON

003640     PERFORM 5200-SAVE-OWN THRU 5200-EXIT

003650     IF SRTCRCL-FILE-STATUS NOT = '00'
003660         SET SRTCRUN-RC-REFUSED TO TRUE
003670         MOVE WS-REFUSAL-REASON TO SRTCRUN-MESSAGE
003680     END-IF.

003690 2000-EXIT.
003700     EXIT.

003710*----------------------------------------------------------------
003720*    3000-END-RUN - RECORD THE OUTCOME AND CONTROL TOTALS.  A
003730*    RUN THAT ENDED AT OR BELOW THE JOB'S CLEAN CONDITION CODE
003740*    MOVES ITS CLEAN DATE ON, WHICH IS WHAT RELEASES THE NEXT
003750*    JOB ON THE CHAIN AND STOPS THIS ONE RUNNING TWICE.
003760*----------------------------------------------------------------
003770 3000-END-RUN.
003780     IF WS-JX = ZERO
003790         GO TO 3000-EXIT
003800     END-IF

003810     PERFORM 5000-OPEN-LEDGER THRU 5000-EXIT
003820     IF NOT WS-LEDGER-OPEN
003830         SET SRTCRUN-RC-REFUSED TO TRUE
003840         MOVE WS-REFUSAL-REASON TO SRTCRUN-MESSAGE
003850         GO TO 3000-EXIT
003860     END-IF

003870     PERFORM 5100-READ-OWN THRU 5100-EXIT
003880     IF SRTCRCL-FILE-STATUS NOT = '00'
003890      AND SRTCRCL-FILE-STATUS NOT = '23'
003900         SET SRTCRUN-RC-REFUSED TO TRUE
003910         MOVE WS-REFUSAL-REASON TO SRTCRUN-MESSAGE
003920         GO TO 3000-EXIT
003930     END-IF

003940     MOVE SRTCRUN-BUSINESS-DATE TO SRTCRCL-END-BUS-DATE
003950     MOVE SRTCRUN-END-CC TO SRTCRCL-END-CC
003960     MOVE WS-CURRENT-DATE-N TO SRTCRCL-END-DATE
003970     MOVE WS-CURRENT-TIME-HHMMSS TO SRTCRCL-END-TIME
003980     MOVE SRTCRCL-ATT-FORCED TO SRTCRCL-END-FORCED

003990     PERFORM 3100-MOVE-TOTAL THRU 3100-EXIT
004000         VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > 3

004010     IF SRTCRUN-END-CC NOT > WS-CLEAN-CC
004020         MOVE SRTCRUN-BUSINESS-DATE TO SRTCRCL-CLEAN-DATE
004030     END-IF

004040     MOVE SRTCRUN-BUSINESS-DATE TO SRTCRCL-ATT-BUS-DATE
004050     SET SRTCRCL-ATT-ENDED TO TRUE

004060     PERFORM 5200-SAVE-OWN THRU 5200-EXIT

004070     IF SRTCRCL-FILE-STATUS NOT = '00'
004080         SET SRTCRUN-RC-REFUSED TO TRUE
004090         MOVE WS-REFUSAL-REASON TO SRTCRUN-MESSAGE
004100     END-IF.

004110 3000-EXIT.
004120     EXIT.

004121*----------------------------------------------------------------
004122*    3100-MOVE-TOTAL - COPY ONE CONTROL TOTAL TO THE LEDGER.  A
004123*    CALLER MAY PASS FEWER THAN THREE, SO A SLOT WITH NO NAME OR
004124*    A VALUE THAT IS NOT NUMERIC IS RECORDED AS UNUSED RATHER
004125*    THAN WHATEVER THE CALLER'S AREA HELD.
004126*----------------------------------------------------------------
004130 3100-MOVE-TOTAL.
004131     IF SRTCRUN-TOTAL-NAME (WS-TX) = SPACES
004132      OR SRTCRUN-TOTAL-NAME (WS-TX) = LOW-VALUES
004133      OR SRTCRUN-TOTAL-VALUE (WS-TX) NOT NUMERIC
004134         PERFORM 5110-CLEAR-TOTAL THRU 5110-EXIT
004135         GO TO 3100-EXIT
004136     END-IF

004140     MOVE SRTCRUN-TOTAL-NAME (WS-TX)
004150       TO SRTCRCL-END-TOTAL-NAME (WS-TX)
004160     MOVE SRTCRUN-TOTAL-VALUE (WS-TX)
004170       TO SRTCRCL-END-TOTAL-VALUE (WS-TX).

004180 3100-EXIT.
004190     EXIT.

004200*----------------------------------------------------------------
004210*    5000-OPEN-LEDGER - OPEN SRTCRCL FOR UPDATE.  A CLUSTER
004220*    THAT HAS JUST BEEN DEFINED HAS NEVER BEEN LOADED AND WILL
004230*    NOT OPEN I-O, SO THE FIRST RUN EVER LOADS IT EMPTY FIRST.
004240*----------------------------------------------------------------
004250 5000-OPEN-LEDGER.
004260     OPEN I-O SRTCRCL-FILE

004270     IF SRTCRCL-FILE-STATUS = '35'
004280         OPEN OUTPUT SRTCRCL-FILE
004290         IF SRTCRCL-FILE-STATUS = '00'
004300             CLOSE SRTCRCL-FILE
004310             OPEN I-O SRTCRCL-FILE
004320         END-IF
004330     END-IF

004340     IF SRTCRCL-FILE-STATUS = '00'
004350         MOVE 'Y' TO WS-LEDGER-OPEN-SWITCH
004360     ELSE
004370         MOVE 'UNABLE TO OPEN THE SRTCRCL RUN-CONTROL LEDGER'
004380           TO WS-ST-TEXT
004390         PERFORM 5900-STATUS-REASON THRU 5900-EXIT
004400     END-IF.

004410 5000-EXIT.
004420     EXIT.

004430*----------------------------------------------------------------
004440*    5100-READ-OWN - READ THE CALLER'S OWN LEDGER RECORD.  A
004450*    JOB RUNNING FOR THE FIRST TIME GETS A NEW, EMPTY ONE.
004460*----------------------------------------------------------------
004470 5100-READ-OWN.
004480     MOVE 'N' TO WS-NEW-RECORD-SWITCH
004490     MOVE SRTCRUN-JOB-NAME TO SRTCRCL-JOB-NAME

004500     READ SRTCRCL-FILE
004510         KEY IS SRTCRCL-JOB-NAME
004520     END-READ

004530     EVALUATE TRUE
004540         WHEN SRTCRCL-FILE-STATUS = '00'
004550             CONTINUE
004560         WHEN SRTCRCL-FILE-STATUS = '23'
004570             MOVE 'Y' TO WS-NEW-RECORD-SWITCH
004580             MOVE SPACES TO SRTCRCL-RECORD
004590             MOVE SRTCRUN-JOB-NAME TO SRTCRCL-JOB-NAME
004600             MOVE ZERO TO SRTCRCL-CLEAN-DATE
004610             MOVE ZERO TO SRTCRCL-END-BUS-DATE
004620             MOVE ZERO TO SRTCRCL-END-CC
004630             MOVE ZERO TO SRTCRCL-END-DATE
004640             MOVE ZERO TO SRTCRCL-END-TIME
004650             MOVE 'N' TO SRTCRCL-END-FORCED
004660             PERFORM 5110-CLEAR-TOTAL THRU 5110-EXIT
004670                 VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > 3
004680             MOVE ZERO TO SRTCRCL-ATT-BUS-DATE
004690             MOVE ZERO TO SRTCRCL-ATT-DATE
004700             MOVE ZERO TO SRTCRCL-ATT-TIME
004710             MOVE 'N' TO SRTCRCL-ATT-FORCED
004720         WHEN OTHER
004730             MOVE 'UNABLE TO READ THE SRTCRCL LEDGER RECORD'
004740               TO WS-ST-TEXT
004750             PERFORM 5900-STATUS-REASON THRU 5900-EXIT
004760     END-EVALUATE.

004770 5100-EXIT.
004780     EXIT.

004790 5110-CLEAR-TOTAL.
004800     MOVE SPACES TO SRTCRCL-END-TOTAL-NAME (WS-TX)
004810     MOVE ZERO TO SRTCRCL-END-TOTAL-VALUE (WS-TX).

004820 5110-EXIT.
004830     EXIT.

004840*----------------------------------------------------------------
004850*    5200-SAVE-OWN - WRITE A NEW LEDGER RECORD OR REWRITE THE
004860*    ONE READ.
004870*----------------------------------------------------------------
004880 5200-SAVE-OWN.
004890     IF WS-NEW-RECORD
004900         WRITE SRTCRCL-RECORD
004910         END-WRITE
004920     ELSE
004930         REWRITE SRTCRCL-RECORD
004940         END-REWRITE
004950     END-IF

004960     IF SRTCRCL-FILE-STATUS NOT = '00'
004970         MOVE 'UNABLE TO RECORD THE RUN ON SRTCRCL'
004980           TO WS-ST-TEXT
004990         PERFORM 5900-STATUS-REASON THRU 5900-EXIT
005000     ELSE
005010         MOVE 'N' TO WS-NEW-RECORD-SWITCH
005020     END-IF.

005030 5200-EXIT.
005040     EXIT.

005050*----------------------------------------------------------------
005060*    5900-STATUS-REASON - A LEDGER I/O FAILURE AS THE REASON:
005070*    THE TEXT IN WS-ST-TEXT AND THE FILE STATUS.
005080*----------------------------------------------------------------
005090 5900-STATUS-REASON.
005100     MOVE SPACES TO WS-REFUSAL-REASON
005110     STRING WS-ST-TEXT DELIMITED BY '  '
005120            ' - STATUS ' DELIMITED BY SIZE
005130            SRTCRCL-FILE-STATUS DELIMITED BY SIZE
005140       INTO WS-REFUSAL-REASON
005150     END-STRING.

005160 5900-EXIT.
005170     EXIT.
