000100******************************************************************
000110*                                                                *
000120*  Copyright IBM Corp. 2022                                      *
000130*                                                                *
000140******************************************************************
000150 IDENTIFICATION DIVISION.
000160 PROGRAM-ID.    SRTCRET.
000170 AUTHOR.        BANK APPLICATIONS DEVELOPMENT.
000180 INSTALLATION.  MIDLAND REGIONAL DATA CENTRE.
000190 DATE-WRITTEN.  15/10/26.
000200 DATE-COMPILED.
000210******************************************************************
000220*                                                                *
000230*  SRTCRET - RETIREMENT OF LONG-CLOSED BRANCHES FROM SRTCTL.     *
000240*                                                                *
000250*  SRTCMNT HAS NO DELETE, SO A BRANCH CLOSED YEARS AGO IS STILL  *
000260*  READ BY SRTCPLT AT EVERY START-UP, WALKED BY SRTCDIR AND      *
000270*  SRTCDST AND PRINTED ON SRTCRPT.  THIS JOB SELECTS EVERY       *
000280*  BRANCH THAT HAS BEEN IN STATUS X FOR LONGER THAN THE          *
000290*  RETENTION PERIOD ON THE RETPRM CARD AND RETIRES IT: THE       *
000300*  RECORD IS WRITTEN TO A NEW ARCHIVE GENERATION FIRST, THEN     *
000310*  DELETED FROM SRTCTL, THE DELETE JOURNALLED TO SRTCJRN WITH    *
000320*  THE FULL BEFORE IMAGE (SO SRTCJRB AND SRTCMRR SEE IT) AND A   *
000330*  CHANGE EVENT PUBLISHED ON SCEVENT WITH SPACES IN THE NEW      *
000340*  SORT CODE.  A RETIRED BRANCH IS ANSWERED NOT FOUND BY         *
000350*  GETSCODE AND SRTCREV FROM THEN ON.                            *
000360*                                                                *
000370*  THE DATE A BRANCH CLOSED IS ITS SRTCTL-EFFECTIVE-DATE, OR     *
000380*  ITS LAST-CHANGED DATE WHERE THE CLOSURE WAS KEYED WITH NO     *
000390*  EFFECTIVE DATE.                                               *
000400*                                                                *
000410*  A CANDIDATE IS REFUSED, AND LISTED WITH THE REASON, WHEN:     *
000420*    - ANOTHER BRANCH STILL NAMES IT AS SRTCTL-SUCCESSOR-ID -    *
000430*      DELETING IT WOULD BREAK THAT BRANCH'S REDIRECT;           *
000432*    - A CHANGE WAITING ON SRTCPND FOR ANOTHER BRANCH NAMES IT   *
000434*      AS THE SUCCESSOR IN ITS AFTER IMAGE - APPROVING THAT      *
000436*      CHANGE LATER WOULD POINT THE REDIRECT AT NOTHING;         *
000440*    - A CHANGE FOR IT IS WAITING ON SRTCPND FOR APPROVAL;       *
000450*    - SRTCSCH STILL HAS A LIVE ENTRY FOR IT - WAITING TO BE     *
000460*      APPLIED, OR APPLIED BUT WITH ITS CACHE REFRESH STILL      *
000470*      PENDING.  APPLIED AND REFUSED ENTRIES ARE HISTORY AND DO  *
000480*      NOT HOLD A BRANCH BACK.                                   *
000490*                                                                *
000500*  THE RETPRM CARD SELECTS THE MODE, AS SRTCTON'S TONPRM DOES:   *
000510*    V - VALIDATE ONLY.  PRINTS A PROOF LIST OF WHAT WOULD BE    *
000520*        RETIRED AND WHAT WOULD BE REFUSED.  NOTHING IS TOUCHED. *
000530*    A - APPLY.  RETIRES EVERY CANDIDATE NOT REFUSED.            *
000540*                                                                *
000550*  CONDITION CODES: 0 CLEAN; 4 A CANDIDATE WAS REFUSED OR LEFT   *
000560*  FOR THE NEXT RUN, OR AN EVENT PUBLISH FAILED; 8 THE RUN WAS   *
000570*  REFUSED (BAD CARD, A FILE THAT WOULD NOT OPEN) OR ABANDONED   *
000580*  MID-RUN ON A FAILED ARCHIVE, DELETE OR JOURNAL WRITE.         *
000590*                                                                *
000600******************************************************************
000610*                                                                *
000620*  MODIFICATION HISTORY                                          *
000630*  ----------------------------------------------------------    *
000640*  15/10/26  SRT  INITIAL VERSION.                               *
000642*  15/10/26  SRT  A BRANCH NAMED AS SUCCESSOR IN THE AFTER IMAGE *
000644*                 OF A CHANGE WAITING ON SRTCPND FOR ANOTHER     *
000646*                 BRANCH IS REFUSED, FOUND BY BROWSING SRTCPND   *
000648*                 AFTER THE SUCCESSOR PASS.                      *
000650*                                                                *
000660******************************************************************

000670 ENVIRONMENT DIVISION.
000680 CONFIGURATION SECTION.
000690 SOURCE-COMPUTER.  IBM-370.
000700 OBJECT-COMPUTER.  IBM-370.
000710 SPECIAL-NAMES.
000720     C01 IS TOP-OF-PAGE.

000730 INPUT-OUTPUT SECTION.
000740 FILE-CONTROL.
000750     SELECT SRTCTL-FILE ASSIGN TO SRTCTL
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS DYNAMIC
000780         RECORD KEY IS SRTCTL-BRANCH-ID
000790         FILE STATUS IS SRTCTL-FILE-STATUS.

000800     SELECT SRTCPND-FILE ASSIGN TO SRTCPND
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS SRTCPND-BRANCH-ID
000840         FILE STATUS IS SRTCPND-FILE-STATUS.

000850     SELECT SRTCSCH-FILE ASSIGN TO SRTCSCH
000860         ORGANIZATION IS INDEXED
000870         ACCESS MODE IS DYNAMIC
000880         RECORD KEY IS SRTCSCH-KEY
000890         FILE STATUS IS SRTCSCH-FILE-STATUS.

000900     SELECT RETPRM-FILE ASSIGN TO RETPRM
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS RETPRM-FILE-STATUS.

000930     SELECT SRTCARC-FILE ASSIGN TO SRTCARC
000940         ORGANIZATION IS SEQUENTIAL
000950         FILE STATUS IS SRTCARC-FILE-STATUS.

000960     SELECT SRTCJRN-FILE ASSIGN TO AS-SRTCJRN
000970         ORGANIZATION IS SEQUENTIAL
000980         FILE STATUS IS SRTCJRN-FILE-STATUS.

000990     SELECT SCEVENT-FILE ASSIGN TO AS-SCEVENT
001000         ORGANIZATION IS SEQUENTIAL
001010         FILE STATUS IS SCEVENT-FILE-STATUS.

001020     SELECT SRTCRET-FILE ASSIGN TO SRTCRET
001030         ORGANIZATION IS SEQUENTIAL
001040         FILE STATUS IS SRTCRET-FILE-STATUS.


001050 DATA DIVISION.
001060 FILE SECTION.
001070 FD  SRTCTL-FILE
001080     LABEL RECORDS ARE STANDARD.
001090     COPY SRTCTL.

001100 FD  SRTCPND-FILE
001110     LABEL RECORDS ARE STANDARD.
001120     COPY SRTCPND.

001130 FD  SRTCSCH-FILE
001140     LABEL RECORDS ARE STANDARD.
001150     COPY SRTCSCH.

001160 FD  RETPRM-FILE
001170     LABEL RECORDS ARE STANDARD
001180     RECORDING MODE IS F.
001190 01  RETPRM-RECORD.
001200     05  RETPRM-MODE               PIC X(01).
001210     05  FILLER                    PIC X(01).
001220     05  RETPRM-RETENTION-DAYS     PIC X(04).
001230     05  FILLER                    PIC X(74).

001240*----------------------------------------------------------------
001250*    ONE RETIRED BRANCH ON THE ARCHIVE GENERATION: THE WHOLE
001260*    85-BYTE SRTCTL RECORD AS IT STOOD WHEN IT WAS DELETED,
001270*    STAMPED WITH THE DAY AND TIME OF THE RETIREMENT.
001280*----------------------------------------------------------------
001290 FD  SRTCARC-FILE
001300     LABEL RECORDS ARE STANDARD
001310     RECORDING MODE IS F.
001320 01  SRTCARC-RECORD.
001330     05  SRTCARC-IMAGE             PIC X(85).
001340     05  SRTCARC-RETIRED-DATE      PIC 9(08).
001350     05  SRTCARC-RETIRED-TIME      PIC 9(06).
001360     05  FILLER                    PIC X(01).

001370 FD  SRTCJRN-FILE
001380     LABEL RECORDS ARE STANDARD.
001390     COPY SRTCJRN.

001400 FD  SCEVENT-FILE
001410     LABEL RECORDS ARE STANDARD.
001420     COPY SCEVENT.

001430 FD  SRTCRET-FILE
001440     LABEL RECORDS ARE STANDARD
001450     RECORDING MODE IS F.
001460 01  SRTCRET-RECORD                PIC X(133).


001470 WORKING-STORAGE SECTION.
001480* Copyright statement as a literal to go into the load module
001490 77  FILLER PIC X(24) VALUE 'Copyright IBM Corp. 2022'.

001500 77  SRTCTL-FILE-STATUS            PIC X(02) VALUE SPACES.
001510 77  SRTCPND-FILE-STATUS           PIC X(02) VALUE SPACES.
001520 77  SRTCSCH-FILE-STATUS           PIC X(02) VALUE SPACES.
001530 77  RETPRM-FILE-STATUS            PIC X(02) VALUE SPACES.
001540 77  SRTCARC-FILE-STATUS           PIC X(02) VALUE SPACES.
001550 77  SRTCJRN-FILE-STATUS           PIC X(02) VALUE SPACES.
001560 77  SCEVENT-FILE-STATUS           PIC X(02) VALUE SPACES.
001570 77  SRTCRET-FILE-STATUS           PIC X(02) VALUE SPACES.

001580 77  WS-CTL-EOF-SWITCH             PIC X(01) VALUE 'N'.
001590     88  WS-CTL-EOF                    VALUE 'Y'.

001593 77  WS-PND-EOF-SWITCH             PIC X(01) VALUE 'N'.
001596     88  WS-PND-EOF                    VALUE 'Y'.

001600 77  WS-SCH-DONE-SWITCH            PIC X(01) VALUE 'N'.
001610     88  WS-SCH-DONE                   VALUE 'Y'.

001620 77  WS-SRTCTL-OPEN-SWITCH         PIC X(01) VALUE 'N'.
001630     88  WS-SRTCTL-OPEN                VALUE 'Y'.

001640 77  WS-SRTCPND-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001650     88  WS-SRTCPND-OPEN               VALUE 'Y'.

001660 77  WS-SRTCSCH-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001670     88  WS-SRTCSCH-OPEN               VALUE 'Y'.

001680 77  WS-SRTCARC-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001690     88  WS-SRTCARC-OPEN               VALUE 'Y'.

001700 77  WS-SRTCJRN-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001710     88  WS-SRTCJRN-OPEN               VALUE 'Y'.

001720 77  WS-SCEVENT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001730     88  WS-SCEVENT-OPEN               VALUE 'Y'.

001740 77  WS-SRTCRET-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001750     88  WS-SRTCRET-OPEN               VALUE 'Y'.

001760 77  WS-APPLY-MODE-SWITCH          PIC X(01) VALUE 'N'.
001770     88  WS-APPLY-MODE                 VALUE 'Y'.

001780 77  WS-CARD-FAIL-SWITCH           PIC X(01) VALUE 'N'.
001790     88  WS-CARD-FAILED                VALUE 'Y'.

001800 77  WS-RUN-REFUSED-SWITCH         PIC X(01) VALUE 'N'.
001810     88  WS-RUN-REFUSED                VALUE 'Y'.

001820 77  WS-APPLY-ABEND-SWITCH         PIC X(01) VALUE 'N'.
001830     88  WS-APPLY-ABANDONED            VALUE 'Y'.

001840 77  WS-CAND-FOUND-SWITCH          PIC X(01) VALUE 'N'.
001850     88  WS-CAND-FOUND                 VALUE 'Y'.

001860 77  WS-READ-COUNT                 PIC 9(08) COMP VALUE ZERO.
001870 77  WS-ELIGIBLE-COUNT             PIC 9(08) COMP VALUE ZERO.
001880 77  WS-REFUSED-COUNT              PIC 9(08) COMP VALUE ZERO.
001890 77  WS-DEFERRED-COUNT             PIC 9(08) COMP VALUE ZERO.
001900 77  WS-PASSED-COUNT               PIC 9(08) COMP VALUE ZERO.
001910 77  WS-RETIRED-COUNT              PIC 9(08) COMP VALUE ZERO.

001920 77  WS-RETENTION-X                PIC X(04) VALUE SPACES.
001930 77  WS-RETENTION-DAYS             PIC 9(04) VALUE ZERO.
001940 77  WS-TODAY-INTEGER              PIC S9(09) COMP VALUE ZERO.
001950 77  WS-CUTOFF-DATE                PIC 9(08) VALUE ZERO.
001960 77  WS-CLOSED-DATE                PIC 9(08) VALUE ZERO.

001970 77  WS-CX                         PIC S9(04) COMP VALUE ZERO.
001980 77  WS-SX                         PIC S9(04) COMP VALUE ZERO.

001990 01  WS-CURRENT-DATE.
002000     05  WS-CURRENT-DATE-CC        PIC 9(02).
002010     05  WS-CURRENT-DATE-YY        PIC 9(02).
002020     05  WS-CURRENT-DATE-MM        PIC 9(02).
002030     05  WS-CURRENT-DATE-DD        PIC 9(02).
002040 01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
002050                                   PIC 9(08).

002060 01  WS-CURRENT-TIME.
002070     05  WS-CURRENT-TIME-HHMMSS    PIC 9(06).
002080     05  FILLER                    PIC 9(02).

002090*----------------------------------------------------------------
002100*    THE LAST-CHANGED DATE OFF THE SRTCTL RECORD, PUT TOGETHER
002110*    AS ONE CCYYMMDD NUMBER FOR A CLOSURE KEYED WITHOUT AN
002120*    EFFECTIVE DATE.
002130*----------------------------------------------------------------
002140 01  WS-CHANGED-DATE.
002150     05  WS-CHANGED-DATE-CC        PIC 9(02).
002160     05  WS-CHANGED-DATE-YY        PIC 9(02).
002170     05  WS-CHANGED-DATE-MM        PIC 9(02).
002180     05  WS-CHANGED-DATE-DD        PIC 9(02).
002190 01  WS-CHANGED-DATE-N REDEFINES WS-CHANGED-DATE
002200                                   PIC 9(08).

002210*----------------------------------------------------------------
002220*    THE BRANCHES SELECTED ON THE FIRST PASS.  THE SECOND PASS
002230*    OVER SRTCTL FILLS IN WS-CAND-NAMED-BY WITH THE FIRST BRANCH
002240*    FOUND STILL NAMING THE CANDIDATE AS ITS SUCCESSOR, AND THE
002243*    BROWSE OF SRTCPND FILLS IN WS-CAND-PND-BY WITH THE FIRST
002246*    BRANCH WHOSE WAITING CHANGE WOULD NAME IT.  A
002250*    CANDIDATE THAT DOES NOT FIT IS LEFT FOR THE NEXT RUN.
002260*----------------------------------------------------------------
002270 01  WS-CANDIDATE-TABLE.
002280     05  WS-CAND-USED              PIC S9(04) COMP VALUE ZERO.
002290     05  WS-CAND-ENTRY OCCURS 2000.
002300         10  WS-CAND-BRANCH-ID     PIC X(06).
002310         10  WS-CAND-CLOSED-DATE   PIC 9(08).
002320         10  WS-CAND-NAMED-BY      PIC X(06).
002325         10  WS-CAND-PND-BY        PIC X(06).

002330*----------------------------------------------------------------
002340*    THE SRTCTL RECORD BEING RETIRED, KEPT FOR THE ARCHIVE, THE
002350*    JOURNAL BEFORE IMAGE AND THE OLD SORT CODE ON THE EVENT.
002360*----------------------------------------------------------------
002370 01  WS-RETIRE-IMAGE.
002380     05  WS-RET-BRANCH-ID          PIC X(06).
002390     05  WS-RET-SORT-CODE          PIC X(06).
002400     05  FILLER                    PIC X(73).

002410 01  WS-REASON-SUCCESSOR.
002420     05  FILLER                    PIC X(36)
002430         VALUE 'STILL NAMED AS SUCCESSOR BY BRANCH '.
002440     05  RSM-BRANCH-ID             PIC X(06).
002450     05  FILLER                    PIC X(18) VALUE SPACES.

002451 01  WS-REASON-PND-SUCCESSOR.
002452     05  FILLER                    PIC X(48)
002453         VALUE 'NAMED AS SUCCESSOR BY PENDING CHANGE FOR BRANCH '.
002454     05  RPM-BRANCH-ID             PIC X(06).
002455     05  FILLER                    PIC X(06) VALUE SPACES.

002460 01  WS-STATUS-MSG.
002470     05  SSM-FILE                  PIC X(08).
002480     05  FILLER                    PIC X(24)
002490         VALUE ' COULD NOT BE READ - ST '.
002500     05  SSM-STATUS                PIC X(02).
002510     05  FILLER                    PIC X(26) VALUE SPACES.

002520 01  WS-REPORT-HEADING-1.
002530     05  FILLER                    PIC X(01) VALUE '1'.
002540     05  FILLER                    PIC X(42)
002550         VALUE 'SRTCRET - CLOSED BRANCH RETIREMENT'.
002560     05  RH1-MODE-TEXT             PIC X(20).
002570     05  FILLER                    PIC X(70) VALUE SPACES.

002580 01  WS-REPORT-HEADING-2.
002590     05  FILLER                    PIC X(01) VALUE ' '.
002600     05  FILLER                    PIC X(33)
002610         VALUE 'BRANCHES CLOSED BEFORE CUTOFF '.
002620     05  RH2-CUTOFF-DATE           PIC 9(08).
002630     05  FILLER                    PIC X(12)
002640         VALUE ' (RETENTION '.
002650     05  RH2-RETENTION-DAYS        PIC ZZZ9.
002660     05  FILLER                    PIC X(06) VALUE ' DAYS)'.
002670     05  FILLER                    PIC X(69) VALUE SPACES.

002680 01  WS-REPORT-HEADING-3.
002690     05  FILLER                    PIC X(01) VALUE ' '.
002700     05  FILLER                    PIC X(08) VALUE 'BRANCH'.
002710     05  FILLER                    PIC X(10) VALUE 'CLOSED'.
002720     05  FILLER                    PIC X(11) VALUE 'DISPOSITION'.
002730     05  FILLER                    PIC X(103) VALUE SPACES.

002740 01  WS-PROOF-LINE.
002750     05  FILLER                    PIC X(01) VALUE ' '.
002760     05  PL-BRANCH-ID              PIC X(06).
002770     05  FILLER                    PIC X(02) VALUE SPACES.
002780     05  PL-CLOSED-DATE            PIC X(08).
002790     05  FILLER                    PIC X(02) VALUE SPACES.
002800     05  PL-TEXT                   PIC X(60).
002810     05  FILLER                    PIC X(54) VALUE SPACES.

002820 01  WS-REASON-LINE.
002830     05  FILLER                    PIC X(19) VALUE SPACES.
002840     05  RL-REASON                 PIC X(60).
002850     05  FILLER                    PIC X(54) VALUE SPACES.

002860 01  WS-TOTALS-LINE.
002870     05  FILLER                    PIC X(01) VALUE ' '.
002880     05  TL-LABEL                  PIC X(28).
002890     05  TL-COUNT                  PIC ZZZZZZZ9.
002900     05  FILLER                    PIC X(96) VALUE SPACES.


002910 PROCEDURE DIVISION.
002920 0000-MAINLINE.
002930     PERFORM 1000-INITIALISE THRU 1000-EXIT.

002940     IF NOT WS-RUN-REFUSED
002950         PERFORM 1500-SELECT-PASS THRU 1500-EXIT
002960     END-IF

002970     IF NOT WS-RUN-REFUSED
002980         PERFORM 1600-SUCCESSOR-PASS THRU 1600-EXIT
002990     END-IF

003000     IF NOT WS-RUN-REFUSED AND WS-APPLY-MODE
003010         PERFORM 1700-OPEN-TRAIL THRU 1700-EXIT
003020     END-IF

003030     IF NOT WS-RUN-REFUSED
003040         MOVE ZERO TO WS-CX
003050         PERFORM 2000-PROCESS-CANDIDATE THRU 2000-EXIT
003060             UNTIL WS-CX NOT < WS-CAND-USED
003070                OR WS-APPLY-ABANDONED
003080     END-IF

003090     IF (WS-REFUSED-COUNT > ZERO OR WS-DEFERRED-COUNT > ZERO)
003100      AND RETURN-CODE = ZERO
003110         MOVE 4 TO RETURN-CODE
003120     END-IF

003130     PERFORM 3000-TERMINATE THRU 3000-EXIT.

003140     STOP RUN.

003150*----------------------------------------------------------------
003160*    1000-INITIALISE - OPEN THE REPORT, READ THE MODE AND
003170*    RETENTION CARD, WORK OUT THE CUTOFF DATE AND OPEN THE
003180*    FILES THE CANDIDATES ARE CHECKED AGAINST.  A MISSING OR
003190*    BAD RETENTION PERIOD REFUSES THE RUN - RETIRING TO A
003200*    GUESSED DATE COULD NOT BE UNDONE.  SO DOES AN SRTCPND OR
003210*    SRTCSCH THAT WILL NOT OPEN, BECAUSE THEN NO CANDIDATE CAN
003220*    BE PROVED FREE OF OUTSTANDING CHANGES.
003230*----------------------------------------------------------------
003240 1000-INITIALISE.
003250     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

003260     OPEN OUTPUT SRTCRET-FILE
003270     IF SRTCRET-FILE-STATUS NOT = '00'
003280         DISPLAY 'SRTCRET001E UNABLE TO OPEN SRTCRET - STATUS '
003290                 SRTCRET-FILE-STATUS
003300         MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
003310         MOVE 8 TO RETURN-CODE
003320         GO TO 1000-EXIT
003330     END-IF
003340     MOVE 'Y' TO WS-SRTCRET-OPEN-SWITCH

003350     OPEN INPUT RETPRM-FILE
003360     IF RETPRM-FILE-STATUS NOT = '00'
003370         MOVE 'UNABLE TO OPEN THE RETPRM CARD' TO PL-TEXT
003380         MOVE 'Y' TO WS-CARD-FAIL-SWITCH
003390     ELSE
003400         READ RETPRM-FILE
003410             AT END
003420                 MOVE 'RETPRM CARD IS EMPTY' TO PL-TEXT
003430                 MOVE 'Y' TO WS-CARD-FAIL-SWITCH
003440             NOT AT END
003450                 IF RETPRM-MODE = 'A'
003460                     MOVE 'Y' TO WS-APPLY-MODE-SWITCH
003470                 END-IF
003480                 MOVE RETPRM-RETENTION-DAYS TO WS-RETENTION-X
003490         END-READ
003500         CLOSE RETPRM-FILE
003510     END-IF

003520     IF NOT WS-CARD-FAILED
003530      AND (WS-RETENTION-X NOT NUMERIC
003540       OR WS-RETENTION-X = '0000')
003550         MOVE 'RETPRM RETENTION DAYS MUST BE NUMERIC AND NONZERO'
003560           TO PL-TEXT
003570         MOVE 'Y' TO WS-CARD-FAIL-SWITCH
003580     END-IF

003590     IF WS-APPLY-MODE
003600         MOVE ' - APPLY RUN' TO RH1-MODE-TEXT
003610     ELSE
003620         MOVE ' - VALIDATE ONLY' TO RH1-MODE-TEXT
003630     END-IF

003640     IF WS-CARD-FAILED
003650         PERFORM 8100-WRITE-HEADINGS THRU 8100-EXIT
003660         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
003670         GO TO 1000-EXIT
003680     END-IF

003690     MOVE WS-RETENTION-X TO WS-RETENTION-DAYS
003700     COMPUTE WS-TODAY-INTEGER =
003710         FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE-N)
003720     COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
003730         (WS-TODAY-INTEGER - WS-RETENTION-DAYS)

003740     PERFORM 8100-WRITE-HEADINGS THRU 8100-EXIT

003750     IF WS-APPLY-MODE
003760         OPEN I-O SRTCTL-FILE
003770     ELSE
003780         OPEN INPUT SRTCTL-FILE
003790     END-IF
003800     IF SRTCTL-FILE-STATUS NOT = '00'
003810         DISPLAY 'SRTCRET002E UNABLE TO OPEN SRTCTL - STATUS '
003820                 SRTCTL-FILE-STATUS
003830         MOVE 'UNABLE TO OPEN SRTCTL' TO PL-TEXT
003840         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
003850         GO TO 1000-EXIT
003860     END-IF
003870     MOVE 'Y' TO WS-SRTCTL-OPEN-SWITCH

003880     OPEN INPUT SRTCPND-FILE
003890     IF SRTCPND-FILE-STATUS NOT = '00'
003900         DISPLAY 'SRTCRET003E UNABLE TO OPEN SRTCPND - STATUS '
003910                 SRTCPND-FILE-STATUS
003920         MOVE 'UNABLE TO OPEN SRTCPND - PENDING CHANGES UNKNOWN'
003930           TO PL-TEXT
003940         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
003950         GO TO 1000-EXIT
003960     END-IF
003970     MOVE 'Y' TO WS-SRTCPND-OPEN-SWITCH

003980     OPEN INPUT SRTCSCH-FILE
003990     IF SRTCSCH-FILE-STATUS NOT = '00'
004000         DISPLAY 'SRTCRET004E UNABLE TO OPEN SRTCSCH - STATUS '
004010                 SRTCSCH-FILE-STATUS
004020         MOVE 'UNABLE TO OPEN SRTCSCH - SCHEDULED CHANGES UNKNOWN'
004030           TO PL-TEXT
004040         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
004050         GO TO 1000-EXIT
004060     END-IF
004070     MOVE 'Y' TO WS-SRTCSCH-OPEN-SWITCH.

004080 1000-EXIT.
004090     EXIT.

004100*----------------------------------------------------------------
004110*    1500-SELECT-PASS - WALK SRTCTL FROM THE TOP AND TABLE
004120*    EVERY BRANCH IN STATUS X THAT CLOSED BEFORE THE CUTOFF.
004130*----------------------------------------------------------------
004140 1500-SELECT-PASS.
004150     PERFORM 1550-START-SRTCTL THRU 1550-EXIT

004160     PERFORM 1510-SELECT-RECORD THRU 1510-EXIT
004170         UNTIL WS-CTL-EOF OR WS-RUN-REFUSED.

004180 1500-EXIT.
004190     EXIT.

004200*----------------------------------------------------------------
004210*    1510-SELECT-RECORD - ONE RECORD OF THE SELECTION PASS.
004220*----------------------------------------------------------------
004230 1510-SELECT-RECORD.
004240     PERFORM 1560-READ-NEXT-SRTCTL THRU 1560-EXIT
004250     IF WS-CTL-EOF OR WS-RUN-REFUSED
004260         GO TO 1510-EXIT
004270     END-IF

004280     ADD 1 TO WS-READ-COUNT

004290     IF NOT SRTCTL-STATUS-CLOSED
004300         GO TO 1510-EXIT
004310     END-IF

004320     IF SRTCTL-EFFECTIVE-DATE NUMERIC
004330      AND SRTCTL-EFFECTIVE-DATE > ZERO
004340         MOVE SRTCTL-EFFECTIVE-DATE TO WS-CLOSED-DATE
004350     ELSE
004360         MOVE SRTCTL-LAST-CHANGED-CC TO WS-CHANGED-DATE-CC
004370         MOVE SRTCTL-LAST-CHANGED-YY TO WS-CHANGED-DATE-YY
004380         MOVE SRTCTL-LAST-CHANGED-MM TO WS-CHANGED-DATE-MM
004390         MOVE SRTCTL-LAST-CHANGED-DD TO WS-CHANGED-DATE-DD
004400         IF WS-CHANGED-DATE-N NUMERIC
004410             MOVE WS-CHANGED-DATE-N TO WS-CLOSED-DATE
004420         ELSE
004430             MOVE ZERO TO WS-CLOSED-DATE
004440         END-IF
004450     END-IF

004460*    A CLOSURE WITH NO DATE AT ALL CANNOT BE SHOWN TO BE PAST
004470*    RETENTION, SO IT IS LEFT WHERE IT IS.
004480     IF WS-CLOSED-DATE = ZERO
004490      OR WS-CLOSED-DATE NOT < WS-CUTOFF-DATE
004500         GO TO 1510-EXIT
004510     END-IF

004520     ADD 1 TO WS-ELIGIBLE-COUNT

004530     IF WS-CAND-USED < 2000
004540         ADD 1 TO WS-CAND-USED
004550         MOVE SRTCTL-BRANCH-ID
004560           TO WS-CAND-BRANCH-ID (WS-CAND-USED)
004570         MOVE WS-CLOSED-DATE
004580           TO WS-CAND-CLOSED-DATE (WS-CAND-USED)
004590         MOVE SPACES TO WS-CAND-NAMED-BY (WS-CAND-USED)
004595         MOVE SPACES TO WS-CAND-PND-BY (WS-CAND-USED)
004600     ELSE
004610         ADD 1 TO WS-DEFERRED-COUNT
004620     END-IF.

004630 1510-EXIT.
004640     EXIT.

004650*----------------------------------------------------------------
004660*    1550-START-SRTCTL - POSITION SRTCTL AT ITS FIRST RECORD.
004670*    AN EMPTY FILE IS SIMPLY END OF FILE.
004680*----------------------------------------------------------------
004690 1550-START-SRTCTL.
004700     MOVE 'N' TO WS-CTL-EOF-SWITCH
004710     MOVE LOW-VALUES TO SRTCTL-BRANCH-ID

004720     START SRTCTL-FILE
004730         KEY IS NOT LESS THAN SRTCTL-BRANCH-ID
004740         INVALID KEY
004750             MOVE 'Y' TO WS-CTL-EOF-SWITCH
004760     END-START.

004770 1550-EXIT.
004780     EXIT.

004790*----------------------------------------------------------------
004800*    1560-READ-NEXT-SRTCTL - READ THE NEXT SRTCTL RECORD IN
004810*    BRANCH ORDER.  A READ ERROR PART-WAY THROUGH REFUSES THE
004820*    RUN - A HALF-SEEN ESTATE COULD HIDE A SUCCESSOR LINK.
004830*----------------------------------------------------------------
004840 1560-READ-NEXT-SRTCTL.
004850     READ SRTCTL-FILE NEXT RECORD
004860         AT END
004870             MOVE 'Y' TO WS-CTL-EOF-SWITCH
004880             GO TO 1560-EXIT
004890     END-READ

004900     IF SRTCTL-FILE-STATUS NOT = '00'
004910         MOVE 'SRTCTL  ' TO SSM-FILE
004920         MOVE SRTCTL-FILE-STATUS TO SSM-STATUS
004930         MOVE WS-STATUS-MSG TO PL-TEXT
004940         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
004950     END-IF.

004960 1560-EXIT.
004970     EXIT.

004980*----------------------------------------------------------------
004990*    1600-SUCCESSOR-PASS - WALK SRTCTL AGAIN AND, FOR EVERY
005000*    BRANCH THAT NAMES A SUCCESSOR, MARK THE CANDIDATE IT NAMES
005010*    (IF ANY) AS STILL NEEDED.  A BRANCH NAMING ITSELF DOES NOT
005020*    COUNT.
005022*    THEN BROWSE SRTCPND THE SAME WAY, BECAUSE A SUCCESSOR SET BY
005024*    A CHANGE STILL WAITING FOR APPROVAL IS NOT ON SRTCTL UNTIL
005026*    THAT CHANGE IS APPLIED.  A BROWSE ERROR REFUSES THE RUN, AS
005028*    AN SRTCPND THAT WILL NOT OPEN DOES.
005030*----------------------------------------------------------------
005040 1600-SUCCESSOR-PASS.
005050     IF WS-CAND-USED = ZERO
005060         GO TO 1600-EXIT
005070     END-IF

005080     PERFORM 1550-START-SRTCTL THRU 1550-EXIT

005090     PERFORM 1610-CHECK-SUCCESSOR THRU 1610-EXIT
005100         UNTIL WS-CTL-EOF OR WS-RUN-REFUSED

005101     IF WS-RUN-REFUSED
005102         GO TO 1600-EXIT
005103     END-IF

005104     PERFORM 1630-START-SRTCPND THRU 1630-EXIT

005105     PERFORM 1640-CHECK-PENDING THRU 1640-EXIT
005106         UNTIL WS-PND-EOF OR WS-RUN-REFUSED.

005110 1600-EXIT.
005120     EXIT.

005130 1610-CHECK-SUCCESSOR.
005140     PERFORM 1560-READ-NEXT-SRTCTL THRU 1560-EXIT
005150     IF WS-CTL-EOF OR WS-RUN-REFUSED
005160         GO TO 1610-EXIT
005170     END-IF

005180     IF SRTCTL-SUCCESSOR-ID = SPACES
005190      OR SRTCTL-SUCCESSOR-ID = LOW-VALUES
005200      OR SRTCTL-SUCCESSOR-ID = SRTCTL-BRANCH-ID
005210         GO TO 1610-EXIT
005220     END-IF

005230     MOVE 'N' TO WS-CAND-FOUND-SWITCH
005240     MOVE ZERO TO WS-SX
005250     PERFORM 1620-MATCH-CANDIDATE THRU 1620-EXIT
005260         UNTIL WS-CAND-FOUND OR WS-SX NOT < WS-CAND-USED

005270     IF WS-CAND-FOUND
005280      AND WS-CAND-NAMED-BY (WS-SX) = SPACES
005290         MOVE SRTCTL-BRANCH-ID TO WS-CAND-NAMED-BY (WS-SX)
005300     END-IF.

005310 1610-EXIT.
005320     EXIT.

005330 1620-MATCH-CANDIDATE.
005340     ADD 1 TO WS-SX
005350     IF WS-CAND-BRANCH-ID (WS-SX) = SRTCTL-SUCCESSOR-ID
005360         MOVE 'Y' TO WS-CAND-FOUND-SWITCH
005370     END-IF.

005380 1620-EXIT.
005381     EXIT.

005382*----------------------------------------------------------------
005383*    1630-START-SRTCPND - POSITION SRTCPND AT ITS FIRST ENTRY.
005384*    AN EMPTY QUEUE IS SIMPLY END OF FILE.
005385*----------------------------------------------------------------
005386 1630-START-SRTCPND.
005387     MOVE 'N' TO WS-PND-EOF-SWITCH
005388     MOVE LOW-VALUES TO SRTCPND-BRANCH-ID

005389     START SRTCPND-FILE
005390         KEY IS NOT LESS THAN SRTCPND-BRANCH-ID
005391         INVALID KEY
005392             MOVE 'Y' TO WS-PND-EOF-SWITCH
005393             GO TO 1630-EXIT
005394     END-START

005395     IF SRTCPND-FILE-STATUS NOT = '00'
005396         DISPLAY 'SRTCRET013E UNABLE TO BROWSE SRTCPND - STATUS '
005397                 SRTCPND-FILE-STATUS
005398         MOVE 'SRTCPND ' TO SSM-FILE
005399         MOVE SRTCPND-FILE-STATUS TO SSM-STATUS
005400         MOVE WS-STATUS-MSG TO PL-TEXT
005401         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
005402     END-IF.

005403 1630-EXIT.
005404     EXIT.

005405*----------------------------------------------------------------
005406*    1640-CHECK-PENDING - ONE WAITING CHANGE.  THE SUCCESSOR IT
005407*    WOULD SET IS IN ITS AFTER IMAGE AT THE SRTCTL-SUCCESSOR-ID
005408*    POSITION; A CHANGE NAMING ITS OWN BRANCH DOES NOT COUNT.
005409*----------------------------------------------------------------
005410 1640-CHECK-PENDING.
005411     READ SRTCPND-FILE NEXT RECORD
005412         AT END
005413             MOVE 'Y' TO WS-PND-EOF-SWITCH
005414             GO TO 1640-EXIT
005415     END-READ

005416     IF SRTCPND-FILE-STATUS NOT = '00'
005417         DISPLAY 'SRTCRET013E UNABLE TO BROWSE SRTCPND - STATUS '
005418                 SRTCPND-FILE-STATUS
005419         MOVE 'SRTCPND ' TO SSM-FILE
005420         MOVE SRTCPND-FILE-STATUS TO SSM-STATUS
005421         MOVE WS-STATUS-MSG TO PL-TEXT
005422         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
005423         GO TO 1640-EXIT
005424     END-IF

005425     IF SRTCPND-AFTER-IMAGE (80:6) = SPACES
005426      OR SRTCPND-AFTER-IMAGE (80:6) = LOW-VALUES
005427      OR SRTCPND-AFTER-IMAGE (80:6) = SRTCPND-BRANCH-ID
005428         GO TO 1640-EXIT
005429     END-IF

005430     MOVE 'N' TO WS-CAND-FOUND-SWITCH
005431     MOVE ZERO TO WS-SX
005432     PERFORM 1650-MATCH-PENDING THRU 1650-EXIT
005433         UNTIL WS-CAND-FOUND OR WS-SX NOT < WS-CAND-USED

005434     IF WS-CAND-FOUND
005435      AND WS-CAND-PND-BY (WS-SX) = SPACES
005436         MOVE SRTCPND-BRANCH-ID TO WS-CAND-PND-BY (WS-SX)
005437     END-IF.

005438 1640-EXIT.
005439     EXIT.

005440 1650-MATCH-PENDING.
005441     ADD 1 TO WS-SX
005442     IF WS-CAND-BRANCH-ID (WS-SX) = SRTCPND-AFTER-IMAGE (80:6)
005443         MOVE 'Y' TO WS-CAND-FOUND-SWITCH
005444     END-IF.

005445 1650-EXIT.
005446     EXIT.

005447*----------------------------------------------------------------
005448*    1700-OPEN-TRAIL - AN APPLY RUN REMOVES BRANCHES, SO THE
005449*    ARCHIVE GENERATION AND THE SRTCJRN JOURNAL ARE NOT
005450*    OPTIONAL: IF EITHER CANNOT BE OPENED THE RUN IS REFUSED
005451*    BEFORE ANYTHING IS DELETED.  A SCEVENT THAT CANNOT BE
005452*    OPENED IS A WARNING, FLAGGED CC=4, AS IN SRTCTON.
005460*----------------------------------------------------------------
005470 1700-OPEN-TRAIL.
005480     OPEN OUTPUT SRTCARC-FILE
005490     IF SRTCARC-FILE-STATUS NOT = '00'
005500         DISPLAY 'SRTCRET005E UNABLE TO OPEN SRTCARC - STATUS '
005510                 SRTCARC-FILE-STATUS
005520         MOVE 'NO ARCHIVE GENERATION - APPLY RUN REFUSED'
005530           TO PL-TEXT
005540         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
005550         GO TO 1700-EXIT
005560     END-IF
005570     MOVE 'Y' TO WS-SRTCARC-OPEN-SWITCH

005580     OPEN EXTEND SRTCJRN-FILE
005590     IF SRTCJRN-FILE-STATUS NOT = '00'
005600         DISPLAY 'SRTCRET006E UNABLE TO OPEN SRTCJRN - STATUS '
005610                 SRTCJRN-FILE-STATUS
005620         MOVE 'NO CHANGE JOURNAL - APPLY RUN REFUSED'
005630           TO PL-TEXT
005640         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
005650         GO TO 1700-EXIT
005660     END-IF
005670     MOVE 'Y' TO WS-SRTCJRN-OPEN-SWITCH

005680     OPEN EXTEND SCEVENT-FILE
005690     IF SCEVENT-FILE-STATUS NOT = '00'
005700         DISPLAY 'SRTCRET007W UNABLE TO OPEN SCEVENT - STATUS '
005710                 SCEVENT-FILE-STATUS
005720         DISPLAY 'SRTCRET008W CHANGE EVENTS WILL NOT BE '
005730                 'PUBLISHED THIS RUN'
005740         IF RETURN-CODE = ZERO
005750             MOVE 4 TO RETURN-CODE
005760         END-IF
005770     ELSE
005780         MOVE 'Y' TO WS-SCEVENT-OPEN-SWITCH
005790     END-IF.

005800 1700-EXIT.
005810     EXIT.

005820*----------------------------------------------------------------
005830*    1900-REFUSE-RUN - NOTHING MAY BE RETIRED.  PRINT THE
005840*    REASON THE CALLER PUT IN PL-TEXT AND HAND BACK CC=8.
005850*----------------------------------------------------------------
005860 1900-REFUSE-RUN.
005870     MOVE 'Y' TO WS-RUN-REFUSED-SWITCH
005880     MOVE 8 TO RETURN-CODE
005890     MOVE SPACES TO PL-BRANCH-ID
005900     MOVE SPACES TO PL-CLOSED-DATE
005910     PERFORM 8200-WRITE-PROOF THRU 8200-EXIT
005920     MOVE 'RETIREMENT RUN REFUSED - NOTHING RETIRED' TO PL-TEXT
005930     PERFORM 8200-WRITE-PROOF THRU 8200-EXIT.

005940 1900-EXIT.
005950     EXIT.

005960*----------------------------------------------------------------
005970*    2000-PROCESS-CANDIDATE - DECIDE ONE CANDIDATE: REFUSED
005980*    (WITH THE REASON ON THE LINE BELOW), OR RETIRED - OR, ON A
005990*    VALIDATE-ONLY RUN, WOULD BE RETIRED.
006000*----------------------------------------------------------------
006010 2000-PROCESS-CANDIDATE.
006020     ADD 1 TO WS-CX

006030     MOVE WS-CAND-BRANCH-ID (WS-CX) TO PL-BRANCH-ID
006040     MOVE WS-CAND-CLOSED-DATE (WS-CX) TO PL-CLOSED-DATE

006050     IF WS-CAND-NAMED-BY (WS-CX) NOT = SPACES
006060         MOVE WS-CAND-NAMED-BY (WS-CX) TO RSM-BRANCH-ID
006070         MOVE WS-REASON-SUCCESSOR TO RL-REASON
006071         PERFORM 2900-REFUSE-CANDIDATE THRU 2900-EXIT
006072         GO TO 2000-EXIT
006073     END-IF

006074     IF WS-CAND-PND-BY (WS-CX) NOT = SPACES
006075         MOVE WS-CAND-PND-BY (WS-CX) TO RPM-BRANCH-ID
006076         MOVE WS-REASON-PND-SUCCESSOR TO RL-REASON
006080         PERFORM 2900-REFUSE-CANDIDATE THRU 2900-EXIT
006090         GO TO 2000-EXIT
006100     END-IF

006110     MOVE WS-CAND-BRANCH-ID (WS-CX) TO SRTCPND-BRANCH-ID
006120     READ SRTCPND-FILE
006130         KEY IS SRTCPND-BRANCH-ID
006140         INVALID KEY
006150             CONTINUE
006160     END-READ

006170     EVALUATE SRTCPND-FILE-STATUS
006180         WHEN '00'
006190             MOVE 'CHANGE AWAITING APPROVAL ON SRTCPND'
006200               TO RL-REASON
006210             PERFORM 2900-REFUSE-CANDIDATE THRU 2900-EXIT
006220             GO TO 2000-EXIT
006230         WHEN '23'
006240             CONTINUE
006250         WHEN OTHER
006260             MOVE 'SRTCPND ' TO SSM-FILE
006270             MOVE SRTCPND-FILE-STATUS TO SSM-STATUS
006280             MOVE WS-STATUS-MSG TO RL-REASON
006290             PERFORM 2900-REFUSE-CANDIDATE THRU 2900-EXIT
006300             GO TO 2000-EXIT
006310     END-EVALUATE

006320     PERFORM 2100-CHECK-SCHEDULE THRU 2100-EXIT
006330     IF RL-REASON NOT = SPACES
006340         PERFORM 2900-REFUSE-CANDIDATE THRU 2900-EXIT
006350         GO TO 2000-EXIT
006360     END-IF

006370     ADD 1 TO WS-PASSED-COUNT

006380     IF NOT WS-APPLY-MODE
006390         MOVE 'WOULD BE RETIRED' TO PL-TEXT
006400         PERFORM 8200-WRITE-PROOF THRU 8200-EXIT
006410         GO TO 2000-EXIT
006420     END-IF

006430     PERFORM 2400-RETIRE-BRANCH THRU 2400-EXIT.

006440 2000-EXIT.
006450     EXIT.

006460*----------------------------------------------------------------
006470*    2100-CHECK-SCHEDULE - LOOK THROUGH THE CANDIDATE'S SRTCSCH
006480*    ENTRIES FOR ONE STILL LIVE.  ON RETURN RL-REASON IS SPACES
006490*    WHEN THERE IS NONE, OTHERWISE IT SAYS WHAT WAS FOUND.
006500*----------------------------------------------------------------
006510 2100-CHECK-SCHEDULE.
006520     MOVE SPACES TO RL-REASON
006530     MOVE 'N' TO WS-SCH-DONE-SWITCH
006540     MOVE WS-CAND-BRANCH-ID (WS-CX) TO SRTCSCH-BRANCH-ID
006550     MOVE ZEROS TO SRTCSCH-EFFECTIVE-DATE

006560     START SRTCSCH-FILE
006570         KEY IS NOT LESS THAN SRTCSCH-KEY
006580         INVALID KEY
006590             MOVE 'Y' TO WS-SCH-DONE-SWITCH
006600     END-START

006610     PERFORM 2110-NEXT-SCHEDULE THRU 2110-EXIT
006620         UNTIL WS-SCH-DONE.

006630 2100-EXIT.
006640     EXIT.

006650 2110-NEXT-SCHEDULE.
006660     READ SRTCSCH-FILE NEXT RECORD
006670         AT END
006680             MOVE 'Y' TO WS-SCH-DONE-SWITCH
006690             GO TO 2110-EXIT
006700     END-READ

006710     IF SRTCSCH-FILE-STATUS NOT = '00'
006720         MOVE 'SRTCSCH ' TO SSM-FILE
006730         MOVE SRTCSCH-FILE-STATUS TO SSM-STATUS
006740         MOVE WS-STATUS-MSG TO RL-REASON
006750         MOVE 'Y' TO WS-SCH-DONE-SWITCH
006760         GO TO 2110-EXIT
006770     END-IF

006780     IF SRTCSCH-BRANCH-ID NOT = WS-CAND-BRANCH-ID (WS-CX)
006790         MOVE 'Y' TO WS-SCH-DONE-SWITCH
006800         GO TO 2110-EXIT
006810     END-IF

006820     IF SRTCSCH-STATUS-WAITING
006830         MOVE 'SCHEDULED CHANGE WAITING ON SRTCSCH'
006840           TO RL-REASON
006850         MOVE 'Y' TO WS-SCH-DONE-SWITCH
006860         GO TO 2110-EXIT
006870     END-IF

006880     IF SRTCSCH-STATUS-APPLIED AND SRTCSCH-CACHE-PENDING
006890         MOVE 'SRTCSCH CACHE REFRESH PENDING - RUN SCRF FIRST'
006900           TO RL-REASON
006910         MOVE 'Y' TO WS-SCH-DONE-SWITCH
006920     END-IF.

006930 2110-EXIT.
006940     EXIT.

006950*----------------------------------------------------------------
006960*    2400-RETIRE-BRANCH - ARCHIVE, DELETE, JOURNAL, PUBLISH -
006970*    IN THAT ORDER, SO A BRANCH IS NEVER GONE FROM SRTCTL
006980*    WITHOUT A COPY ON THE ARCHIVE GENERATION.  ANY FAILURE
006990*    ABANDONS THE RUN CC=8 AT THE BRANCH IT HAPPENED TO.
007000*----------------------------------------------------------------
007010 2400-RETIRE-BRANCH.
007020     MOVE WS-CAND-BRANCH-ID (WS-CX) TO SRTCTL-BRANCH-ID
007030     READ SRTCTL-FILE
007040         KEY IS SRTCTL-BRANCH-ID
007050         INVALID KEY
007060             CONTINUE
007070     END-READ

007080     IF SRTCTL-FILE-STATUS NOT = '00'
007090         MOVE 'SRTCTL  ' TO SSM-FILE
007100         MOVE SRTCTL-FILE-STATUS TO SSM-STATUS
007110         MOVE WS-STATUS-MSG TO RL-REASON
007120         PERFORM 2950-ABANDON-APPLY THRU 2950-EXIT
007130         GO TO 2400-EXIT
007140     END-IF

007150     MOVE SRTCTL-RECORD TO WS-RETIRE-IMAGE

007160     ACCEPT WS-CURRENT-TIME FROM TIME

007170     MOVE SPACES TO SRTCARC-RECORD
007180     MOVE WS-RETIRE-IMAGE TO SRTCARC-IMAGE
007190     MOVE WS-CURRENT-DATE-N TO SRTCARC-RETIRED-DATE
007200     MOVE WS-CURRENT-TIME-HHMMSS TO SRTCARC-RETIRED-TIME

007210     WRITE SRTCARC-RECORD
007220     IF SRTCARC-FILE-STATUS NOT = '00'
007230         DISPLAY 'SRTCRET009E ARCHIVE WRITE FAILED - STATUS '
007240                 SRTCARC-FILE-STATUS
007250         MOVE 'ARCHIVE WRITE FAILED - NOT DELETED' TO RL-REASON
007260         PERFORM 2950-ABANDON-APPLY THRU 2950-EXIT
007270         GO TO 2400-EXIT
007280     END-IF

007290     DELETE SRTCTL-FILE RECORD
007300         INVALID KEY
007310             CONTINUE
007320     END-DELETE

007330     IF SRTCTL-FILE-STATUS NOT = '00'
007340         DISPLAY 'SRTCRET010E SRTCTL DELETE FAILED - STATUS '
007350                 SRTCTL-FILE-STATUS
007360         MOVE 'SRTCTL DELETE FAILED - ARCHIVED BUT STILL ON FILE'
007370           TO RL-REASON
007380         PERFORM 2950-ABANDON-APPLY THRU 2950-EXIT
007390         GO TO 2400-EXIT
007400     END-IF

007410     ADD 1 TO WS-RETIRED-COUNT

007420     PERFORM 2410-WRITE-JOURNAL THRU 2410-EXIT
007430     IF WS-APPLY-ABANDONED
007440         GO TO 2400-EXIT
007450     END-IF

007460     PERFORM 2420-PUBLISH-EVENT THRU 2420-EXIT

007470     MOVE 'RETIRED' TO PL-TEXT
007480     PERFORM 8200-WRITE-PROOF THRU 8200-EXIT.

007490 2400-EXIT.
007500     EXIT.

007510*----------------------------------------------------------------
007520*    2410-WRITE-JOURNAL - APPEND THE DELETE TO SRTCJRN WITH THE
007530*    FULL BEFORE IMAGE AND SPACES IN THE AFTER IMAGE, SO SRTCJRB
007540*    REPLAYS IT AND SRTCMRR COUNTS IT.  A WRITE FAILURE ABANDONS
007550*    THE RUN CC=8 - THE ESTATE MUST NOT KEEP SHRINKING WITHOUT A
007560*    TRAIL.
007570*----------------------------------------------------------------
007580 2410-WRITE-JOURNAL.
007590     ACCEPT WS-CURRENT-TIME FROM TIME

007600     MOVE SPACES TO SRTCJRN-RECORD
007610     MOVE WS-CURRENT-DATE-N TO SRTCJRN-DATE
007620     MOVE WS-CURRENT-TIME-HHMMSS TO SRTCJRN-TIME
007630     MOVE 'SRTCRET' TO SRTCJRN-SOURCE
007640     MOVE 'RETIRE' TO SRTCJRN-OPERATOR
007650     MOVE SPACES TO SRTCJRN-TERMID
007660     SET SRTCJRN-ACTION-DELETE TO TRUE
007670     MOVE WS-RET-BRANCH-ID TO SRTCJRN-BRANCH-ID
007680     MOVE WS-RETIRE-IMAGE TO SRTCJRN-BEFORE-IMAGE
007690     MOVE SPACES TO SRTCJRN-AFTER-IMAGE
007700     MOVE SPACES TO SRTCJRN-CHECKER

007710     WRITE SRTCJRN-RECORD
007720     IF SRTCJRN-FILE-STATUS NOT = '00'
007730         DISPLAY 'SRTCRET011E JOURNAL WRITE FAILED - STATUS '
007740                 SRTCJRN-FILE-STATUS
007750         MOVE 'RETIRED BUT JOURNAL WRITE FAILED' TO RL-REASON
007760         PERFORM 2950-ABANDON-APPLY THRU 2950-EXIT
007770     END-IF.

007780 2410-EXIT.
007790     EXIT.

007800*----------------------------------------------------------------
007810*    2420-PUBLISH-EVENT - TELL THE DOWNSTREAM SUBSCRIBERS THE
007820*    BRANCH HAS GONE: A CHANGE EVENT CARRYING ITS LAST SORT
007830*    CODE AS THE OLD SORT CODE AND SPACES FOR THE NEW ONE AND
007840*    THE PAYMENT FIELDS.  A PUBLISH FAILURE IS FLAGGED CC=4 -
007850*    THE MISSED EVENT CAN BE RECONSTRUCTED FROM SRTCJRN.
007860*----------------------------------------------------------------
007870 2420-PUBLISH-EVENT.
007880     IF NOT WS-SCEVENT-OPEN
007890         GO TO 2420-EXIT
007900     END-IF

007910     ACCEPT WS-CURRENT-TIME FROM TIME

007920     MOVE SPACES TO SCEVENT-RECORD
007930     SET SCEVENT-TYPE-CHANGE TO TRUE
007940     MOVE WS-CURRENT-DATE-N TO SCEVENT-DATE
007950     MOVE WS-CURRENT-TIME-HHMMSS TO SCEVENT-TIME
007960     MOVE 'SRTCRET' TO SCEVENT-SOURCE
007970     MOVE WS-RET-BRANCH-ID TO SCEVENT-BRANCH-ID
007980     MOVE WS-RET-SORT-CODE TO SCEVENT-OLD-SORT-CODE
007990     MOVE SPACES TO SCEVENT-NEW-SORT-CODE
008000     MOVE SPACES TO SCEVENT-SWIFT-BIC
008010     MOVE SPACES TO SCEVENT-IBAN-PREFIX
008020     MOVE SPACES TO SCEVENT-BANK-NAME
008030     MOVE ZEROS TO SCEVENT-EVENT-COUNT

008040     WRITE SCEVENT-RECORD
008050     IF SCEVENT-FILE-STATUS NOT = '00'
008060         DISPLAY 'SRTCRET012W EVENT PUBLISH FAILED - STATUS '
008070                 SCEVENT-FILE-STATUS
008080         IF RETURN-CODE = ZERO
008090             MOVE 4 TO RETURN-CODE
008100         END-IF
008110     END-IF.

008120 2420-EXIT.
008130     EXIT.

008140*----------------------------------------------------------------
008150*    2900-REFUSE-CANDIDATE - LIST THE CANDIDATE AS REFUSED WITH
008160*    THE REASON THE CALLER PUT IN RL-REASON.
008170*----------------------------------------------------------------
008180 2900-REFUSE-CANDIDATE.
008190     ADD 1 TO WS-REFUSED-COUNT
008200     MOVE 'REFUSED' TO PL-TEXT
008210     PERFORM 8200-WRITE-PROOF THRU 8200-EXIT
008220     PERFORM 8210-WRITE-REASON THRU 8210-EXIT.

008230 2900-EXIT.
008240     EXIT.

008250*----------------------------------------------------------------
008260*    2950-ABANDON-APPLY - AN ARCHIVE, DELETE OR JOURNAL WRITE
008270*    FAILED.  STOP AT THIS BRANCH WITH CC=8 AND SAY WHERE.
008280*----------------------------------------------------------------
008290 2950-ABANDON-APPLY.
008300     MOVE 'Y' TO WS-APPLY-ABEND-SWITCH
008310     MOVE 8 TO RETURN-CODE
008320     MOVE 'RETIREMENT ABANDONED AT THIS BRANCH' TO PL-TEXT
008330     PERFORM 8200-WRITE-PROOF THRU 8200-EXIT
008340     PERFORM 8210-WRITE-REASON THRU 8210-EXIT.

008350 2950-EXIT.
008360     EXIT.

008370*----------------------------------------------------------------
008380*    3000-TERMINATE - PRINT THE CONTROL TOTALS AND CLOSE THE
008390*    FILES.
008400*----------------------------------------------------------------
008410 3000-TERMINATE.
008420     IF WS-SRTCRET-OPEN
008430         PERFORM 8300-WRITE-TOTALS THRU 8300-EXIT
008440     END-IF

008450     IF WS-SRTCTL-OPEN
008460         CLOSE SRTCTL-FILE
008470     END-IF

008480     IF WS-SRTCPND-OPEN
008490         CLOSE SRTCPND-FILE
008500     END-IF

008510     IF WS-SRTCSCH-OPEN
008520         CLOSE SRTCSCH-FILE
008530     END-IF

008540     IF WS-SRTCARC-OPEN
008550         CLOSE SRTCARC-FILE
008560     END-IF

008570     IF WS-SRTCJRN-OPEN
008580         CLOSE SRTCJRN-FILE
008590     END-IF

008600     IF WS-SCEVENT-OPEN
008610         CLOSE SCEVENT-FILE
008620     END-IF

008630     IF WS-SRTCRET-OPEN
008640         CLOSE SRTCRET-FILE
008650     END-IF.

008660 3000-EXIT.
008670     EXIT.

008680*----------------------------------------------------------------
008690*    8100-WRITE-HEADINGS - PRINT THE REPORT HEADINGS.
008700*----------------------------------------------------------------
008710 8100-WRITE-HEADINGS.
008720     MOVE WS-CUTOFF-DATE TO RH2-CUTOFF-DATE
008730     MOVE WS-RETENTION-DAYS TO RH2-RETENTION-DAYS

008740     WRITE SRTCRET-RECORD FROM WS-REPORT-HEADING-1
008750         AFTER ADVANCING TOP-OF-PAGE
008760     WRITE SRTCRET-RECORD FROM WS-REPORT-HEADING-2
008770         AFTER ADVANCING 2 LINES
008780     WRITE SRTCRET-RECORD FROM WS-REPORT-HEADING-3
008790         AFTER ADVANCING 2 LINES.

008800 8100-EXIT.
008810     EXIT.

008820*----------------------------------------------------------------
008830*    8200-WRITE-PROOF - PRINT ONE PROOF/DISPOSITION LINE.
008840*----------------------------------------------------------------
008850 8200-WRITE-PROOF.
008860     WRITE SRTCRET-RECORD FROM WS-PROOF-LINE
008870         AFTER ADVANCING 1 LINE.

008880 8200-EXIT.
008890     EXIT.

008900*----------------------------------------------------------------
008910*    8210-WRITE-REASON - PRINT THE REASON UNDER THE LINE THAT
008920*    INTRODUCED IT.
008930*----------------------------------------------------------------
008940 8210-WRITE-REASON.
008950     WRITE SRTCRET-RECORD FROM WS-REASON-LINE
008960         AFTER ADVANCING 1 LINE.

008970 8210-EXIT.
008980     EXIT.

008990*----------------------------------------------------------------
009000*    8300-WRITE-TOTALS - PRINT THE CONTROL TOTALS.
009010*----------------------------------------------------------------
009020 8300-WRITE-TOTALS.
009030     MOVE 'SRTCTL RECORDS READ:' TO TL-LABEL
009040     MOVE WS-READ-COUNT TO TL-COUNT
009050     WRITE SRTCRET-RECORD FROM WS-TOTALS-LINE
009060         AFTER ADVANCING 2 LINES

009070     MOVE 'CLOSED PAST RETENTION:' TO TL-LABEL
009080     MOVE WS-ELIGIBLE-COUNT TO TL-COUNT
009090     WRITE SRTCRET-RECORD FROM WS-TOTALS-LINE
009100         AFTER ADVANCING 1 LINE

009110     MOVE 'REFUSED:' TO TL-LABEL
009120     MOVE WS-REFUSED-COUNT TO TL-COUNT
009130     WRITE SRTCRET-RECORD FROM WS-TOTALS-LINE
009140         AFTER ADVANCING 1 LINE

009150     MOVE 'LEFT FOR THE NEXT RUN:' TO TL-LABEL
009160     MOVE WS-DEFERRED-COUNT TO TL-COUNT
009170     WRITE SRTCRET-RECORD FROM WS-TOTALS-LINE
009180         AFTER ADVANCING 1 LINE

009190     IF WS-APPLY-MODE
009200         MOVE 'BRANCHES RETIRED:' TO TL-LABEL
009210         MOVE WS-RETIRED-COUNT TO TL-COUNT
009220     ELSE
009230         MOVE 'BRANCHES THAT WOULD RETIRE:' TO TL-LABEL
009240         MOVE WS-PASSED-COUNT TO TL-COUNT
009250     END-IF
009260     WRITE SRTCRET-RECORD FROM WS-TOTALS-LINE
009270         AFTER ADVANCING 1 LINE.

009280 8300-EXIT.
009290     EXIT.
