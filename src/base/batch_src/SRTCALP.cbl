000100******************************************************************
000110*                                                                *
000120*  Copyright IBM Corp. 2022                                      *
000130*                                                                *
000140******************************************************************
000150 IDENTIFICATION DIVISION.
000160 PROGRAM-ID.    SRTCALP.
000170 AUTHOR.        BANK APPLICATIONS DEVELOPMENT.
000180 INSTALLATION.  MIDLAND REGIONAL DATA CENTRE.
000190 DATE-WRITTEN.  15/10/26.
000200 DATE-COMPILED.
000210******************************************************************
000220*                                                                *
000230*  SRTCALP - MONTHLY SORT CODE ALLOCATION REPORT.                *
000240*                                                                *
000250*  READS THE SRTCALR ALLOCATION REGISTER AND PRINTS ONE LINE PER *
000260*  ALLOCATED RANGE WITH THE NUMBER OF CODES REGISTERED IN IT AND *
000270*  HOW MANY ARE FREE, RESERVED, IN USE AND QUARANTINED, SO       *
000280*  BRANCH ADMIN KNOW BEFORE A RANGE RUNS OUT.  A CODE WHOSE      *
000290*  QUARANTINE HAS EXPIRED COUNTS AS FREE, AS IT DOES TO SRTCALC. *
000300*                                                                *
000310*  THE RANGE (R) RECORDS SORT AFTER EVERY CODE (C) RECORD, SO    *
000320*  THE RANGES ARE LOADED INTO A TABLE FIRST AND THE CODES ARE    *
000330*  THEN TALLIED AGAINST THE RANGE NAMED ON EACH.  A RANGE WITH   *
000340*  FEWER THAN WS-LOW-PERCENT OF ITS CODES FREE IS FLAGGED LOW.   *
000350*                                                                *
000360*  CONDITION CODES: 0 CLEAN; 4 A RANGE IS LOW, OR A CODE NAMES   *
000370*  NO RANGE ON THE REGISTER; 8 SRTCALR COULD NOT BE READ.        *
000380*                                                                *
000390******************************************************************
000400*                                                                *
000410*  MODIFICATION HISTORY                                          *
000420*  ----------------------------------------------------------    *
000430*  15/10/26  SRT  INITIAL VERSION.                               *
000440*                                                                *
000450******************************************************************

000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER.  IBM-370.
000490 OBJECT-COMPUTER.  IBM-370.
000500 SPECIAL-NAMES.
000510     C01 IS TOP-OF-PAGE.

000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT SRTCALR-FILE ASSIGN TO SRTCALR
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS SRTCALR-KEY
000580         FILE STATUS IS SRTCALR-FILE-STATUS.

000590     SELECT SRTCALP-FILE ASSIGN TO SRTCALP
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS SRTCALP-FILE-STATUS.


000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  SRTCALR-FILE
000650     LABEL RECORDS ARE STANDARD.
000660     COPY SRTCALR.

000670 FD  SRTCALP-FILE
000680     LABEL RECORDS ARE STANDARD
000690     RECORDING MODE IS F.
000700 01  SRTCALP-RECORD                PIC X(133).


000710 WORKING-STORAGE SECTION.
000720* Copyright statement as a literal to go into the load module
000730 77  FILLER PIC X(24) VALUE 'Copyright IBM Corp. 2022'.

000740 77  SRTCALR-FILE-STATUS           PIC X(02) VALUE SPACES.
000750 77  SRTCALP-FILE-STATUS           PIC X(02) VALUE SPACES.

000760 77  WS-EOF-SWITCH                 PIC X(01) VALUE 'N'.
000770     88  WS-EOF                        VALUE 'Y'.

000780 77  WS-RUN-FAILED-SWITCH          PIC X(01) VALUE 'N'.
000790     88  WS-RUN-FAILED                 VALUE 'Y'.

000800 77  WS-SRTCALR-OPEN-SWITCH        PIC X(01) VALUE 'N'.
000810     88  WS-SRTCALR-OPEN               VALUE 'Y'.

000820 77  WS-SRTCALP-OPEN-SWITCH        PIC X(01) VALUE 'N'.
000830     88  WS-SRTCALP-OPEN               VALUE 'Y'.

000840 77  WS-FOUND-SWITCH               PIC X(01) VALUE 'N'.
000850     88  WS-FOUND                      VALUE 'Y'.

000860 77  WS-LOW-PERCENT                PIC 9(03) VALUE 10.

000870 77  WS-SUB                        PIC S9(04) COMP VALUE ZERO.
000880 77  WS-HIT                        PIC S9(04) COMP VALUE ZERO.
000890 77  WS-LOW-COUNT                  PIC 9(05) COMP VALUE ZERO.
000900 77  WS-ORPHAN-COUNT               PIC 9(07) COMP VALUE ZERO.
000910 77  WS-PERCENT-FREE               PIC 9(03) VALUE ZERO.

000920 01  WS-CURRENT-DATE.
000930     05  WS-CURRENT-DATE-CC        PIC 9(02).
000940     05  WS-CURRENT-DATE-YY        PIC 9(02).
000950     05  WS-CURRENT-DATE-MM        PIC 9(02).
000960     05  WS-CURRENT-DATE-DD        PIC 9(02).
000970 01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
000980                                   PIC 9(08).

000990*----------------------------------------------------------------
001000*    ONE ENTRY PER RANGE ON THE REGISTER, IN RANGE START ORDER,
001010*    WITH THE CODE COUNTS TALLIED AGAINST IT.
001020*----------------------------------------------------------------
001030 01  WS-RANGE-TABLE.
001040     05  WS-RANGE-USED             PIC S9(04) COMP VALUE ZERO.
001050     05  WS-RANGE-ENTRY OCCURS 500.
001060         10  WS-RNG-START          PIC X(06).
001070         10  WS-RNG-END            PIC X(06).
001080         10  WS-RNG-NAME           PIC X(20).
001090         10  WS-RNG-DAYS           PIC 9(04).
001100         10  WS-RNG-TOTAL          PIC 9(07) COMP.
001110         10  WS-RNG-FREE           PIC 9(07) COMP.
001120         10  WS-RNG-RESERVED       PIC 9(07) COMP.
001130         10  WS-RNG-INUSE          PIC 9(07) COMP.
001140         10  WS-RNG-QUAR           PIC 9(07) COMP.

001150 01  WS-TOTALS.
001160     05  WS-TOT-TOTAL              PIC 9(07) COMP VALUE ZERO.
001170     05  WS-TOT-FREE               PIC 9(07) COMP VALUE ZERO.
001180     05  WS-TOT-RESERVED           PIC 9(07) COMP VALUE ZERO.
001190     05  WS-TOT-INUSE              PIC 9(07) COMP VALUE ZERO.
001200     05  WS-TOT-QUAR               PIC 9(07) COMP VALUE ZERO.

001210 01  WS-REPORT-HEADING-1.
001220     05  FILLER                    PIC X(01) VALUE '1'.
001230     05  FILLER                    PIC X(44)
001240         VALUE 'SRTCALP - SORT CODE ALLOCATION REPORT AS AT '.
001250     05  RH-DATE                   PIC X(10).
001260     05  FILLER                    PIC X(78) VALUE SPACES.

001270 01  WS-REPORT-HEADING-2.
001280     05  FILLER                    PIC X(01) VALUE ' '.
001290     05  FILLER                    PIC X(15) VALUE 'RANGE'.
001300     05  FILLER                    PIC X(22) VALUE 'NAME'.
001310     05  FILLER                    PIC X(05) VALUE 'QDAYS'.
001320     05  FILLER                    PIC X(09) VALUE '    CODES'.
001330     05  FILLER                    PIC X(09) VALUE '     FREE'.
001340     05  FILLER                    PIC X(09) VALUE ' RESERVED'.
001350     05  FILLER                    PIC X(09) VALUE '   IN USE'.
001360     05  FILLER                    PIC X(09) VALUE '    QUAR.'.
001370     05  FILLER                    PIC X(08) VALUE '  %FREE'.
001380     05  FILLER                    PIC X(37) VALUE SPACES.

001390 01  WS-DETAIL-LINE.
001400     05  FILLER                    PIC X(01) VALUE ' '.
001410     05  DL-START                  PIC X(06).
001420     05  FILLER                    PIC X(01) VALUE '-'.
001430     05  DL-END                    PIC X(06).
001440     05  FILLER                    PIC X(02) VALUE SPACES.
001450     05  DL-NAME                   PIC X(20).
001460     05  FILLER                    PIC X(03) VALUE SPACES.
001470     05  DL-DAYS                   PIC ZZZ9.
001480     05  DL-TOTAL                  PIC Z(08)9.
001490     05  DL-FREE                   PIC Z(08)9.
001500     05  DL-RESERVED               PIC Z(08)9.
001510     05  DL-INUSE                  PIC Z(08)9.
001520     05  DL-QUAR                   PIC Z(08)9.
001530     05  FILLER                    PIC X(04) VALUE SPACES.
001540     05  DL-PERCENT                PIC ZZ9.
001550     05  FILLER                    PIC X(02) VALUE SPACES.
001560     05  DL-FLAG                   PIC X(03).
001570     05  FILLER                    PIC X(33) VALUE SPACES.

001580 01  WS-TOTAL-LINE.
001590     05  FILLER                    PIC X(01) VALUE ' '.
001600     05  FILLER                    PIC X(36)
001610         VALUE 'ALL RANGES'.
001620     05  TL-DAYS                   PIC X(05) VALUE SPACES.
001630     05  TL-TOTAL                  PIC Z(08)9.
001640     05  TL-FREE                   PIC Z(08)9.
001650     05  TL-RESERVED               PIC Z(08)9.
001660     05  TL-INUSE                  PIC Z(08)9.
001670     05  TL-QUAR                   PIC Z(08)9.
001680     05  FILLER                    PIC X(46) VALUE SPACES.

001690 01  WS-MESSAGE-LINE.
001700     05  FILLER                    PIC X(01) VALUE ' '.
001710     05  ML-TEXT                   PIC X(80).
001720     05  FILLER                    PIC X(52) VALUE SPACES.

001730 01  WS-LOW-MSG.
001740     05  FILLER                    PIC X(19)
001750         VALUE 'RANGES RUNNING LOW '.
001760     05  FILLER                    PIC X(21)
001770         VALUE '(UNDER THE LOW MARK):'.
001780     05  LWM-COUNT                 PIC ZZZZ9.
001790     05  FILLER                    PIC X(35) VALUE SPACES.

001800 01  WS-ORPHAN-MSG.
001810     05  FILLER                    PIC X(40)
001820         VALUE 'CODES NAMING NO RANGE ON THE REGISTER:  '.
001830     05  ORM-COUNT                 PIC Z(06)9.
001840     05  FILLER                    PIC X(33) VALUE SPACES.


001850 PROCEDURE DIVISION.
001860 0000-MAINLINE.
001870     PERFORM 1000-INITIALISE THRU 1000-EXIT.

001880     IF NOT WS-RUN-FAILED
001890         PERFORM 1500-LOAD-RANGES THRU 1500-EXIT
001900     END-IF

001910     IF NOT WS-RUN-FAILED
001920         PERFORM 2000-TALLY-CODES THRU 2000-EXIT
001930     END-IF

001940     IF NOT WS-RUN-FAILED
001950         PERFORM 2500-PRINT-RANGES THRU 2500-EXIT
001960     END-IF

001970     PERFORM 3000-TERMINATE THRU 3000-EXIT.

001980     STOP RUN.

001990*----------------------------------------------------------------
002000*    1000-INITIALISE - OPEN THE FILES AND PRINT THE HEADINGS.
002010*----------------------------------------------------------------
002020 1000-INITIALISE.
002030     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

002040     OPEN OUTPUT SRTCALP-FILE
002050     IF SRTCALP-FILE-STATUS NOT = '00'
002060         DISPLAY 'SRTCALP001E UNABLE TO OPEN SRTCALP - STATUS '
002070                 SRTCALP-FILE-STATUS
002080         MOVE 'Y' TO WS-RUN-FAILED-SWITCH
002090         MOVE 8 TO RETURN-CODE
002100         GO TO 1000-EXIT
002110     END-IF
002120     MOVE 'Y' TO WS-SRTCALP-OPEN-SWITCH

002130     PERFORM 8100-WRITE-HEADINGS THRU 8100-EXIT

002140     OPEN INPUT SRTCALR-FILE
002150     IF SRTCALR-FILE-STATUS NOT = '00'
002160         DISPLAY 'SRTCALP002E UNABLE TO OPEN SRTCALR - STATUS '
002170                 SRTCALR-FILE-STATUS
002180         MOVE 'UNABLE TO OPEN THE SRTCALR ALLOCATION REGISTER'
002190           TO ML-TEXT
002200         PERFORM 8400-WRITE-MESSAGE THRU 8400-EXIT
002210         MOVE 'Y' TO WS-RUN-FAILED-SWITCH
002220         MOVE 8 TO RETURN-CODE
002230         GO TO 1000-EXIT
002240     END-IF
002250     MOVE 'Y' TO WS-SRTCALR-OPEN-SWITCH.

002260 1000-EXIT.
002270     EXIT.

002280*----------------------------------------------------------------
002290*    1500-LOAD-RANGES - POSITION AT THE FIRST R RECORD AND LOAD
002300*    EVERY RANGE INTO WS-RANGE-TABLE.  MORE RANGES THAN THE
002310*    TABLE HOLDS FAILS THE RUN - A PARTIAL REPORT WOULD HIDE A
002320*    RANGE THAT IS RUNNING OUT.
002330*----------------------------------------------------------------
002340 1500-LOAD-RANGES.
002350     MOVE 'N' TO WS-EOF-SWITCH
002360     MOVE LOW-VALUES TO SRTCALR-KEY
002370     MOVE 'R' TO SRTCALR-REC-TYPE

002380     START SRTCALR-FILE
002390         KEY IS NOT LESS THAN SRTCALR-KEY
002400         INVALID KEY
002410             MOVE 'Y' TO WS-EOF-SWITCH
002420     END-START

002430     PERFORM 1510-LOAD-ONE-RANGE THRU 1510-EXIT
002440         UNTIL WS-EOF OR WS-RUN-FAILED

002450     IF WS-RANGE-USED = ZERO AND NOT WS-RUN-FAILED
002460         MOVE 'NO RANGES ARE DEFINED ON THE ALLOCATION REGISTER'
002470           TO ML-TEXT
002480         PERFORM 8400-WRITE-MESSAGE THRU 8400-EXIT
002490     END-IF.

002500 1500-EXIT.
002510     EXIT.

002520 1510-LOAD-ONE-RANGE.
002530     PERFORM 1900-READ-NEXT THRU 1900-EXIT
002540     IF WS-EOF OR WS-RUN-FAILED
002550         GO TO 1510-EXIT
002560     END-IF

002570     IF NOT SRTCALR-TYPE-RANGE
002580         MOVE 'Y' TO WS-EOF-SWITCH
002590         GO TO 1510-EXIT
002600     END-IF

002610     IF WS-RANGE-USED = 500
002620         DISPLAY 'SRTCALP003E MORE THAN 500 RANGES ON SRTCALR'
002630         MOVE 'MORE THAN 500 RANGES ON SRTCALR - RUN FAILED'
002640           TO ML-TEXT
002650         PERFORM 8400-WRITE-MESSAGE THRU 8400-EXIT
002660         MOVE 'Y' TO WS-RUN-FAILED-SWITCH
002670         MOVE 8 TO RETURN-CODE
002680         GO TO 1510-EXIT
002690     END-IF

002700     ADD 1 TO WS-RANGE-USED
002710     MOVE SRTCALR-SORT-CODE TO WS-RNG-START (WS-RANGE-USED)
002720     MOVE SRTCALR-RANGE-END TO WS-RNG-END (WS-RANGE-USED)
002730     MOVE SRTCALR-RANGE-NAME TO WS-RNG-NAME (WS-RANGE-USED)
002740     MOVE SRTCALR-QUAR-DAYS TO WS-RNG-DAYS (WS-RANGE-USED)
002750     MOVE ZERO TO WS-RNG-TOTAL (WS-RANGE-USED)
002760     MOVE ZERO TO WS-RNG-FREE (WS-RANGE-USED)
002770     MOVE ZERO TO WS-RNG-RESERVED (WS-RANGE-USED)
002780     MOVE ZERO TO WS-RNG-INUSE (WS-RANGE-USED)
002790     MOVE ZERO TO WS-RNG-QUAR (WS-RANGE-USED).

002800 1510-EXIT.
002810     EXIT.

002820*----------------------------------------------------------------
002830*    1900-READ-NEXT - READ THE NEXT SRTCALR RECORD.  A READ
002840*    ERROR FAILS THE RUN.
002850*----------------------------------------------------------------
002860 1900-READ-NEXT.
002870     READ SRTCALR-FILE NEXT RECORD
002880         AT END
002890             MOVE 'Y' TO WS-EOF-SWITCH
002900             GO TO 1900-EXIT
002910     END-READ

002920     IF SRTCALR-FILE-STATUS NOT = '00'
002930         DISPLAY 'SRTCALP004E SRTCALR READ FAILED - STATUS '
002940                 SRTCALR-FILE-STATUS
002950         MOVE 'SRTCALR READ FAILED - RUN FAILED' TO ML-TEXT
002960         PERFORM 8400-WRITE-MESSAGE THRU 8400-EXIT
002970         MOVE 'Y' TO WS-RUN-FAILED-SWITCH
002980         MOVE 8 TO RETURN-CODE
002990     END-IF.

003000 1900-EXIT.
003010     EXIT.

003020*----------------------------------------------------------------
003030*    2000-TALLY-CODES - READ THE C RECORDS FROM THE START OF THE
003040*    FILE AND COUNT EACH AGAINST ITS RANGE.
003050*----------------------------------------------------------------
003060 2000-TALLY-CODES.
003070     MOVE 'N' TO WS-EOF-SWITCH
003080     MOVE LOW-VALUES TO SRTCALR-KEY

003090     START SRTCALR-FILE
003100         KEY IS NOT LESS THAN SRTCALR-KEY
003110         INVALID KEY
003120             MOVE 'Y' TO WS-EOF-SWITCH
003130     END-START

003140     PERFORM 2100-TALLY-ONE-CODE THRU 2100-EXIT
003150         UNTIL WS-EOF OR WS-RUN-FAILED.

003160 2000-EXIT.
003170     EXIT.

003180 2100-TALLY-ONE-CODE.
003190     PERFORM 1900-READ-NEXT THRU 1900-EXIT
003200     IF WS-EOF OR WS-RUN-FAILED
003210         GO TO 2100-EXIT
003220     END-IF

003230     IF NOT SRTCALR-TYPE-CODE
003240         MOVE 'Y' TO WS-EOF-SWITCH
003250         GO TO 2100-EXIT
003260     END-IF

003270     MOVE 'N' TO WS-FOUND-SWITCH
003280     PERFORM 2110-FIND-RANGE THRU 2110-EXIT
003290         VARYING WS-SUB FROM 1 BY 1
003300         UNTIL WS-SUB > WS-RANGE-USED OR WS-FOUND

003310     IF NOT WS-FOUND
003320         ADD 1 TO WS-ORPHAN-COUNT
003330         GO TO 2100-EXIT
003340     END-IF

003350     ADD 1 TO WS-RNG-TOTAL (WS-HIT)
003360     EVALUATE TRUE
003370         WHEN SRTCALR-STATE-FREE
003380             ADD 1 TO WS-RNG-FREE (WS-HIT)
003390         WHEN SRTCALR-STATE-RESERVED
003400             ADD 1 TO WS-RNG-RESERVED (WS-HIT)
003410         WHEN SRTCALR-STATE-INUSE
003420             ADD 1 TO WS-RNG-INUSE (WS-HIT)
003430         WHEN SRTCALR-STATE-QUARANTINE
003440          AND SRTCALR-QUAR-UNTIL < WS-CURRENT-DATE-N
003450             ADD 1 TO WS-RNG-FREE (WS-HIT)
003460         WHEN OTHER
003470             ADD 1 TO WS-RNG-QUAR (WS-HIT)
003480     END-EVALUATE.

003490 2100-EXIT.
003500     EXIT.

003510 2110-FIND-RANGE.
003520     IF WS-RNG-START (WS-SUB) = SRTCALR-RANGE-START
003530         MOVE 'Y' TO WS-FOUND-SWITCH
003540         MOVE WS-SUB TO WS-HIT
003550     END-IF.

003560 2110-EXIT.
003570     EXIT.

003580*----------------------------------------------------------------
003590*    2500-PRINT-RANGES - ONE LINE PER RANGE, THEN THE TOTALS.
003600*----------------------------------------------------------------
003610 2500-PRINT-RANGES.
003620     PERFORM 2510-PRINT-ONE-RANGE THRU 2510-EXIT
003630         VARYING WS-SUB FROM 1 BY 1
003640         UNTIL WS-SUB > WS-RANGE-USED

003650     PERFORM 8300-WRITE-TOTALS THRU 8300-EXIT.

003660 2500-EXIT.
003670     EXIT.

003680 2510-PRINT-ONE-RANGE.
003690     MOVE WS-RNG-START (WS-SUB) TO DL-START
003700     MOVE WS-RNG-END (WS-SUB) TO DL-END
003710     MOVE WS-RNG-NAME (WS-SUB) TO DL-NAME
003720     MOVE WS-RNG-DAYS (WS-SUB) TO DL-DAYS
003730     MOVE WS-RNG-TOTAL (WS-SUB) TO DL-TOTAL
003740     MOVE WS-RNG-FREE (WS-SUB) TO DL-FREE
003750     MOVE WS-RNG-RESERVED (WS-SUB) TO DL-RESERVED
003760     MOVE WS-RNG-INUSE (WS-SUB) TO DL-INUSE
003770     MOVE WS-RNG-QUAR (WS-SUB) TO DL-QUAR

003780     IF WS-RNG-TOTAL (WS-SUB) = ZERO
003790         MOVE ZERO TO WS-PERCENT-FREE
003800     ELSE
003810         COMPUTE WS-PERCENT-FREE =
003820             WS-RNG-FREE (WS-SUB) * 100 / WS-RNG-TOTAL (WS-SUB)
003830     END-IF
003840     MOVE WS-PERCENT-FREE TO DL-PERCENT

003850     IF WS-PERCENT-FREE < WS-LOW-PERCENT
003860         MOVE 'LOW' TO DL-FLAG
003870         ADD 1 TO WS-LOW-COUNT
003880     ELSE
003890         MOVE SPACES TO DL-FLAG
003900     END-IF

003910     ADD WS-RNG-TOTAL (WS-SUB) TO WS-TOT-TOTAL
003920     ADD WS-RNG-FREE (WS-SUB) TO WS-TOT-FREE
003930     ADD WS-RNG-RESERVED (WS-SUB) TO WS-TOT-RESERVED
003940     ADD WS-RNG-INUSE (WS-SUB) TO WS-TOT-INUSE
003950     ADD WS-RNG-QUAR (WS-SUB) TO WS-TOT-QUAR

003960     WRITE SRTCALP-RECORD FROM WS-DETAIL-LINE
003970         AFTER ADVANCING 1 LINE.

003980 2510-EXIT.
003990     EXIT.

004000*----------------------------------------------------------------
004010*    3000-TERMINATE - SET THE CONDITION CODE AND CLOSE THE FILES.
004020*----------------------------------------------------------------
004030 3000-TERMINATE.
004040     IF NOT WS-RUN-FAILED
004050      AND (WS-LOW-COUNT > ZERO OR WS-ORPHAN-COUNT > ZERO)
004060         DISPLAY 'SRTCALP005W ' WS-LOW-COUNT
004070                 ' RANGE(S) LOW, ' WS-ORPHAN-COUNT
004080                 ' CODE(S) NAMING NO RANGE'
004090         IF RETURN-CODE = 0
004100             MOVE 4 TO RETURN-CODE
004110         END-IF
004120     END-IF

004130     IF WS-SRTCALR-OPEN
004140         CLOSE SRTCALR-FILE
004150     END-IF

004160     IF WS-SRTCALP-OPEN
004170         CLOSE SRTCALP-FILE
004180     END-IF.

004190 3000-EXIT.
004200     EXIT.

004210*----------------------------------------------------------------
004220*    8100-WRITE-HEADINGS - PRINT THE REPORT HEADINGS.
004230*----------------------------------------------------------------
004240 8100-WRITE-HEADINGS.
004250     STRING WS-CURRENT-DATE-CC DELIMITED BY SIZE
004260            WS-CURRENT-DATE-YY DELIMITED BY SIZE
004270            '-'                DELIMITED BY SIZE
004280            WS-CURRENT-DATE-MM DELIMITED BY SIZE
004290            '-'                DELIMITED BY SIZE
004300            WS-CURRENT-DATE-DD DELIMITED BY SIZE
004310         INTO RH-DATE
004320     END-STRING

004330     WRITE SRTCALP-RECORD FROM WS-REPORT-HEADING-1
004340         AFTER ADVANCING TOP-OF-PAGE
004350     WRITE SRTCALP-RECORD FROM WS-REPORT-HEADING-2
004360         AFTER ADVANCING 2 LINES.

004370 8100-EXIT.
004380     EXIT.

004390*----------------------------------------------------------------
004400*    8300-WRITE-TOTALS - PRINT THE ALL-RANGES LINE AND THE LOW
004410*    AND UNMATCHED COUNTS.
004420*----------------------------------------------------------------
004430 8300-WRITE-TOTALS.
004440     MOVE WS-TOT-TOTAL TO TL-TOTAL
004450     MOVE WS-TOT-FREE TO TL-FREE
004460     MOVE WS-TOT-RESERVED TO TL-RESERVED
004470     MOVE WS-TOT-INUSE TO TL-INUSE
004480     MOVE WS-TOT-QUAR TO TL-QUAR
004490     WRITE SRTCALP-RECORD FROM WS-TOTAL-LINE
004500         AFTER ADVANCING 2 LINES

004510     MOVE WS-LOW-COUNT TO LWM-COUNT
004520     MOVE WS-LOW-MSG TO ML-TEXT
004530     PERFORM 8400-WRITE-MESSAGE THRU 8400-EXIT

004540     IF WS-ORPHAN-COUNT > ZERO
004550         MOVE WS-ORPHAN-COUNT TO ORM-COUNT
004560         MOVE WS-ORPHAN-MSG TO ML-TEXT
004570         PERFORM 8400-WRITE-MESSAGE THRU 8400-EXIT
004580     END-IF.

004590 8300-EXIT.
004600     EXIT.

004610*----------------------------------------------------------------
004620*    8400-WRITE-MESSAGE - PRINT ML-TEXT ON A LINE OF ITS OWN.
004630*----------------------------------------------------------------
004640 8400-WRITE-MESSAGE.
004650     WRITE SRTCALP-RECORD FROM WS-MESSAGE-LINE
004660         AFTER ADVANCING 2 LINES.

004670 8400-EXIT.
004680     EXIT.
