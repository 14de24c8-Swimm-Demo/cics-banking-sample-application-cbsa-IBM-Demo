000100******************************************************************
000110*                                                                *
000120*  Copyright IBM Corp. 2022                                      *
000130*                                                                *
000140******************************************************************
000150 IDENTIFICATION DIVISION.
000160 PROGRAM-ID.    SRTCPPE.
000170 AUTHOR.        BANK APPLICATIONS DEVELOPMENT.
000180 INSTALLATION.  MIDLAND REGIONAL DATA CENTRE.
000190 DATE-WRITTEN.  15/10/26.
000200 DATE-COMPILED.
000210******************************************************************
000220*                                                                *
000230*  SRTCPPE - OVERNIGHT OUTBOUND PAYMENT FILE PRE-EDIT AGAINST    *
000240*  THE BRANCH DIRECTORY.                                         *
000250*                                                                *
000260*  THE OUTBOUND PAYMENT FILE USED TO GO STRAIGHT TO THE          *
000270*  CLEARING, AND A PAYMENT TO A BRANCH THAT HAD CLOSED OR        *
000280*  MERGED CAME BACK DAYS LATER AS A RETURNED ITEM.  THIS JOB     *
000290*  READS THE FILE BEFORE IT IS SENT AND, FOR EVERY               *
000300*  BENEFICIARY, VALIDATES THE IBAN THROUGH IBANSRV (FUNCTION V)  *
000310*  AND RESOLVES THE SORT CODE IT CARRIES THROUGH THE SRTCRES     *
000320*  BATCH RESOLVER (REQUEST S), SO THE SAME LIFECYCLE RULES AND   *
000330*  THE SAME AUDIT TRAIL APPLY AS TO EVERY OTHER LOOKUP:          *
000340*                                                                *
000350*    RESP-OK        - SENT ON TO PAYOUT EXACTLY AS IT CAME IN.   *
000360*    RESP-REDIRECT  - THE BRANCH MERGED: REWRITTEN TO THE        *
000370*                     SUCCESSOR'S SORT CODE AND AN IBAN REBUILT  *
000380*                     BY IBANSRV (FUNCTION B) ON THE SAME        *
000390*                     ACCOUNT NUMBER, KEEPING THE ORIGINAL SORT  *
000400*                     CODE AND IBAN ON THE RECORD, AND SENT ON.  *
000410*    RESP-CLOSED, RESP-NOTOPEN, RESP-NOTFOUND AND ANY IBAN       *
000420*                   - HELD BACK ON THE PAYRPR REPAIR FILE WITH   *
000430*                     A REASON CODE (SEE THE PAYRPR COPYBOOK).   *
000440*                                                                *
000450*  A VALID IBAN OUTSIDE THE DOMESTIC SCHEME CARRIES NO SORT      *
000460*  CODE TO RESOLVE - THE BENEFICIARY BANKS ABROAD - SO IT IS     *
000470*  SENT ON UNCHANGED AND COUNTED SEPARATELY WITHIN THE PASSED    *
000480*  TOTAL.                                                        *
000490*                                                                *
000500*  THE CONTROL REPORT MUST BALANCE: INSTRUCTIONS READ = PASSED   *
000510*  + REDIRECTED + REPAIRED, AND PAYOUT MUST HOLD EXACTLY THE     *
000520*  PASSED AND REDIRECTED ONES.  OUT OF BALANCE, OR A RESOLVER    *
000530*  OR FILE FAILURE, ENDS THE JOB CC=8 AND PAYOUT MUST NOT BE     *
000540*  SENT.  A BALANCED RUN WITH INSTRUCTIONS HELD FOR REPAIR ENDS  *
000550*  CC=4 SO THE SCHEDULE CAN CALL THE REPAIR TEAM.                *
000560*                                                                *
000570******************************************************************
000580*                                                                *
000590*  MODIFICATION HISTORY                                          *
000600*  ----------------------------------------------------------    *
000610*  15/10/26  SRT  INITIAL VERSION.                               *
000620*                                                                *
000630******************************************************************

000640 ENVIRONMENT DIVISION.
000650 CONFIGURATION SECTION.
000660 SOURCE-COMPUTER.  IBM-370.
000670 OBJECT-COMPUTER.  IBM-370.
000680 SPECIAL-NAMES.
000690     C01 IS TOP-OF-PAGE.

000700 INPUT-OUTPUT SECTION.
000710 FILE-CONTROL.
000720     SELECT PAYIN-FILE ASSIGN TO PAYIN
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS PAYIN-FILE-STATUS.

000750     SELECT PAYOUT-FILE ASSIGN TO PAYOUT
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS PAYOUT-FILE-STATUS.

000780     SELECT PAYRPR-FILE ASSIGN TO PAYRPR
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS PAYRPR-FILE-STATUS.

000810     SELECT SRTCPPE-FILE ASSIGN TO SRTCPPE
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS SRTCPPE-FILE-STATUS.


000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  PAYIN-FILE
000870     LABEL RECORDS ARE STANDARD
000880     RECORDING MODE IS F.
000890     COPY PAYINST.

000900 FD  PAYOUT-FILE
000910     LABEL RECORDS ARE STANDARD
000920     RECORDING MODE IS F.
000930 01  PAYOUT-RECORD                 PIC X(200).

000940 FD  PAYRPR-FILE
000950     LABEL RECORDS ARE STANDARD
000960     RECORDING MODE IS F.
000970     COPY PAYRPR.

000980 FD  SRTCPPE-FILE
000990     LABEL RECORDS ARE STANDARD
001000     RECORDING MODE IS F.
001010 01  SRTCPPE-RECORD                PIC X(133).


001020 WORKING-STORAGE SECTION.
001030* Copyright statement as a literal to go into the load module
001040 77  FILLER PIC X(24) VALUE 'Copyright IBM Corp. 2022'.

001050 77  PAYIN-FILE-STATUS             PIC X(02) VALUE SPACES.
001060 77  PAYOUT-FILE-STATUS            PIC X(02) VALUE SPACES.
001070 77  PAYRPR-FILE-STATUS            PIC X(02) VALUE SPACES.
001080 77  SRTCPPE-FILE-STATUS           PIC X(02) VALUE SPACES.

001090 77  WS-PAY-EOF-SWITCH             PIC X(01) VALUE 'N'.
001100     88  WS-PAY-EOF                    VALUE 'Y'.

001110 77  WS-SRTCPPE-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001120     88  WS-SRTCPPE-OPEN               VALUE 'Y'.

001130 77  WS-PAYIN-OPEN-SWITCH          PIC X(01) VALUE 'N'.
001140     88  WS-PAYIN-OPEN                 VALUE 'Y'.

001150 77  WS-PAYOUT-OPEN-SWITCH         PIC X(01) VALUE 'N'.
001160     88  WS-PAYOUT-OPEN                VALUE 'Y'.

001170 77  WS-PAYRPR-OPEN-SWITCH         PIC X(01) VALUE 'N'.
001180     88  WS-PAYRPR-OPEN                VALUE 'Y'.

001190 77  WS-RESOLVER-OPEN-SWITCH       PIC X(01) VALUE 'N'.
001200     88  WS-RESOLVER-OPEN              VALUE 'Y'.

001210 77  WS-READ-COUNT                 PIC 9(08) COMP VALUE ZERO.
001220 77  WS-PASSED-COUNT               PIC 9(08) COMP VALUE ZERO.
001230 77  WS-FOREIGN-COUNT              PIC 9(08) COMP VALUE ZERO.
001240 77  WS-REDIRECTED-COUNT           PIC 9(08) COMP VALUE ZERO.
001250 77  WS-REPAIRED-COUNT             PIC 9(08) COMP VALUE ZERO.
001260 77  WS-PAYOUT-COUNT               PIC 9(08) COMP VALUE ZERO.
001270 77  WS-OUTCOME-TOTAL              PIC 9(08) COMP VALUE ZERO.

001280 77  WS-IB-COUNT                   PIC 9(08) COMP VALUE ZERO.
001290 77  WS-NF-COUNT                   PIC 9(08) COMP VALUE ZERO.
001300 77  WS-CL-COUNT                   PIC 9(08) COMP VALUE ZERO.
001310 77  WS-NO-COUNT                   PIC 9(08) COMP VALUE ZERO.
001320 77  WS-RB-COUNT                   PIC 9(08) COMP VALUE ZERO.
001330 77  WS-RF-COUNT                   PIC 9(08) COMP VALUE ZERO.

001340 77  WS-REASON-CODE                PIC X(02) VALUE SPACES.
001350 77  WS-REASON-TEXT                PIC X(60) VALUE SPACES.
001360 77  WS-BENE-SORT-CODE             PIC X(06) VALUE SPACES.

001370 01  WS-CURRENT-DATE.
001380     05  WS-CURRENT-DATE-N         PIC 9(08).

001390 01  WS-IBAN-AREA.
001400     COPY IBANSRV.

001410 01  WS-SRTCRES-AREA.
001420     COPY SRTCRES.

001430*----------------------------------------------------------------
001440*    THE BENEFICIARY IBAN OVERLAID WITH THE DOMESTIC SCHEME,
001450*    CC KK BBBB SSSSSS AAAAAAAA, FOR THE REDIRECT REBUILD.
001460*----------------------------------------------------------------
001470 01  WS-OLD-IBAN                   PIC X(34).
001480 01  WS-OLD-IBAN-DOMESTIC REDEFINES WS-OLD-IBAN.
001490     05  WS-OLD-IBAN-PREFIX        PIC X(04).
001500     05  WS-OLD-BANK-CODE          PIC X(04).
001510     05  WS-OLD-SORT-CODE          PIC X(06).
001520     05  WS-OLD-ACCOUNT-NO         PIC X(08).
001530     05  FILLER                    PIC X(12).

001540 01  WS-SUCC-BIC                   PIC X(11).
001550 01  WS-SUCC-BIC-PARTS REDEFINES WS-SUCC-BIC.
001560     05  WS-SUCC-BANK-CODE         PIC X(04).
001570     05  FILLER                    PIC X(07).

001580 01  WS-REPORT-HEADING-1.
001590     05  FILLER                    PIC X(01) VALUE '1'.
001600     05  FILLER                    PIC X(46)
001610         VALUE 'SRTCPPE - OUTBOUND PAYMENT FILE PRE-EDIT'.
001620     05  FILLER                    PIC X(10) VALUE 'RUN DATE '.
001630     05  RH1-RUN-DATE              PIC 9(08).
001640     05  FILLER                    PIC X(68) VALUE SPACES.

001650 01  WS-REPORT-HEADING-2.
001660     05  FILLER                    PIC X(01) VALUE '0'.
001670     05  FILLER                    PIC X(18) VALUE 'REFERENCE'.
001680     05  FILLER                    PIC X(08) VALUE 'ACTION'.
001690     05  FILLER                    PIC X(08) VALUE 'SORT'.
001700     05  FILLER                    PIC X(08) VALUE 'NEW/RSN'.
001710     05  FILLER                    PIC X(08) VALUE 'BRANCH'.
001720     05  FILLER                    PIC X(60) VALUE 'DETAIL'.
001730     05  FILLER                    PIC X(22) VALUE SPACES.

001740 01  WS-DETAIL-LINE.
001750     05  FILLER                    PIC X(01) VALUE ' '.
001760     05  DL-REFERENCE              PIC X(16).
001770     05  FILLER                    PIC X(02) VALUE SPACES.
001780     05  DL-ACTION                 PIC X(06).
001790     05  FILLER                    PIC X(02) VALUE SPACES.
001800     05  DL-SORT-CODE              PIC X(06).
001810     05  FILLER                    PIC X(02) VALUE SPACES.
001820     05  DL-NEW-SORT-CODE          PIC X(06).
001830     05  FILLER                    PIC X(02) VALUE SPACES.
001840     05  DL-BRANCH-ID              PIC X(06).
001850     05  FILLER                    PIC X(02) VALUE SPACES.
001860     05  DL-TEXT                   PIC X(60).
001870     05  FILLER                    PIC X(22) VALUE SPACES.

001880 01  WS-REASON-LINE.
001890     05  FILLER                    PIC X(01) VALUE ' '.
001900     05  RL-CODE                   PIC X(02).
001910     05  FILLER                    PIC X(02) VALUE SPACES.
001920     05  RL-LABEL                  PIC X(28).
001930     05  RL-COUNT                  PIC ZZZZZZZ9.
001940     05  FILLER                    PIC X(92) VALUE SPACES.

001950 01  WS-TOTALS-LINE.
001960     05  FILLER                    PIC X(01) VALUE ' '.
001970     05  TL-LABEL                  PIC X(32).
001980     05  TL-COUNT                  PIC ZZZZZZZ9.
001990     05  FILLER                    PIC X(92) VALUE SPACES.

002000 01  WS-ERROR-LINE.
002010     05  FILLER                    PIC X(01) VALUE ' '.
002020     05  EL-TEXT                   PIC X(70).
002030     05  FILLER                    PIC X(62) VALUE SPACES.


002040 PROCEDURE DIVISION.
002050 0000-MAINLINE.
002060     PERFORM 1000-INITIALISE THRU 1000-EXIT.

002070     IF WS-PAYIN-OPEN AND WS-PAYOUT-OPEN AND WS-PAYRPR-OPEN
002080      AND WS-RESOLVER-OPEN
002090         PERFORM 2000-EDIT-PAYMENT THRU 2000-EXIT
002100             UNTIL WS-PAY-EOF
002110         PERFORM 2900-CHECK-BALANCE THRU 2900-EXIT
002120     END-IF

002130     PERFORM 3000-TERMINATE THRU 3000-EXIT.

002140     STOP RUN.

002150*----------------------------------------------------------------
002160*    1000-INITIALISE - OPEN THE REPORT, THE PAYMENT FILES AND
002170*    THE SRTCRES RESOLVER, AND PRIME THE FIRST READ.  ANY OF
002180*    THEM FAILING ABANDONS THE RUN BEFORE A SINGLE INSTRUCTION
002190*    IS EDITED - AN UNEDITED FILE MUST NOT LOOK LIKE AN EDITED
002200*    ONE.
002210*----------------------------------------------------------------
002220 1000-INITIALISE.
002230     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

002240     OPEN OUTPUT SRTCPPE-FILE
002250     IF SRTCPPE-FILE-STATUS NOT = '00'
002260         DISPLAY 'SRTCPPE001E UNABLE TO OPEN SRTCPPE - STATUS '
002270                 SRTCPPE-FILE-STATUS
002280         MOVE 8 TO RETURN-CODE
002290         GO TO 1000-EXIT
002300     END-IF
002310     MOVE 'Y' TO WS-SRTCPPE-OPEN-SWITCH

002320     MOVE WS-CURRENT-DATE-N TO RH1-RUN-DATE
002330     WRITE SRTCPPE-RECORD FROM WS-REPORT-HEADING-1
002340         AFTER ADVANCING TOP-OF-PAGE
002350     WRITE SRTCPPE-RECORD FROM WS-REPORT-HEADING-2
002360         AFTER ADVANCING 2 LINES

002370     OPEN INPUT PAYIN-FILE
002380     IF PAYIN-FILE-STATUS NOT = '00'
002390         MOVE 'UNABLE TO OPEN THE PAYIN OUTBOUND PAYMENT FILE'
002400           TO EL-TEXT
002410         PERFORM 8400-WRITE-ERROR THRU 8400-EXIT
002420         GO TO 1000-EXIT
002430     END-IF
002440     MOVE 'Y' TO WS-PAYIN-OPEN-SWITCH

002450     OPEN OUTPUT PAYOUT-FILE
002460     IF PAYOUT-FILE-STATUS NOT = '00'
002470         MOVE 'UNABLE TO OPEN THE PAYOUT EDITED PAYMENT FILE'
002480           TO EL-TEXT
002490         PERFORM 8400-WRITE-ERROR THRU 8400-EXIT
002500         GO TO 1000-EXIT
002510     END-IF
002520     MOVE 'Y' TO WS-PAYOUT-OPEN-SWITCH

002530     OPEN OUTPUT PAYRPR-FILE
002540     IF PAYRPR-FILE-STATUS NOT = '00'
002550         MOVE 'UNABLE TO OPEN THE PAYRPR REPAIR FILE' TO EL-TEXT
002560         PERFORM 8400-WRITE-ERROR THRU 8400-EXIT
002570         GO TO 1000-EXIT
002580     END-IF
002590     MOVE 'Y' TO WS-PAYRPR-OPEN-SWITCH

002600     SET SRTCRES-REQ-OPEN TO TRUE
002610     CALL 'SRTCRES' USING WS-SRTCRES-AREA
002620     IF NOT SRTCRES-RC-OK
002630         MOVE SRTCRES-MESSAGE TO EL-TEXT
002640         PERFORM 8400-WRITE-ERROR THRU 8400-EXIT
002650         GO TO 1000-EXIT
002660     END-IF
002670     MOVE 'Y' TO WS-RESOLVER-OPEN-SWITCH

002680     PERFORM 2500-READ-PAYMENT THRU 2500-EXIT.

002690 1000-EXIT.
002700     EXIT.

002710*----------------------------------------------------------------
002720*    2000-EDIT-PAYMENT - ONE INSTRUCTION: VALIDATE THE
002730*    BENEFICIARY IBAN, RESOLVE ITS SORT CODE, AND SEND IT ON,
002740*    REDIRECT IT OR HOLD IT FOR REPAIR.  EVERY INSTRUCTION READ
002750*    LANDS IN EXACTLY ONE OF THE THREE OUTCOME COUNTS.
002760*----------------------------------------------------------------
002770 2000-EDIT-PAYMENT.
002780     ADD 1 TO WS-READ-COUNT
002790     MOVE SPACES TO WS-BENE-SORT-CODE

002800     MOVE SPACES TO IBANSRV-INPUT
002810     SET IBANSRV-FUNC-VALIDATE TO TRUE
002820     MOVE PAYINST-BENE-IBAN TO IBANSRV-IBAN
002830     CALL 'IBANSRV' USING WS-IBAN-AREA

002840     IF NOT IBANSRV-RC-OK
002850         MOVE 'IB' TO WS-REASON-CODE
002860         MOVE IBANSRV-MESSAGE TO WS-REASON-TEXT
002870         PERFORM 2600-WRITE-REPAIR THRU 2600-EXIT
002880         GO TO 2000-READ-NEXT
002890     END-IF

002900     IF IBANSRV-OUT-SORT-CODE = SPACES
002910         ADD 1 TO WS-FOREIGN-COUNT
002920         PERFORM 2400-WRITE-PASSED THRU 2400-EXIT
002930         GO TO 2000-READ-NEXT
002940     END-IF

002950     MOVE IBANSRV-OUT-SORT-CODE TO WS-BENE-SORT-CODE

002960     SET SRTCRES-REQ-SORTCODE TO TRUE
002970     MOVE WS-BENE-SORT-CODE TO SORTCODE
002980     CALL 'SRTCRES' USING WS-SRTCRES-AREA

002990     IF NOT SRTCRES-RC-OK
003000         MOVE 'RF' TO WS-REASON-CODE
003010         MOVE SRTCRES-MESSAGE TO WS-REASON-TEXT
003020         PERFORM 2600-WRITE-REPAIR THRU 2600-EXIT
003030         MOVE 'SRTCRES RESOLVER FAILED - RUN ABANDONED' TO EL-TEXT
003040         PERFORM 8400-WRITE-ERROR THRU 8400-EXIT
003050         MOVE 'Y' TO WS-PAY-EOF-SWITCH
003060         GO TO 2000-EXIT
003070     END-IF

003080     EVALUATE TRUE
003090         WHEN GETSCODE-RESP-OK
003100             PERFORM 2400-WRITE-PASSED THRU 2400-EXIT
003110         WHEN GETSCODE-RESP-REDIRECT
003120             PERFORM 2300-REDIRECT-PAYMENT THRU 2300-EXIT
003130         WHEN GETSCODE-RESP-CLOSED
003140             MOVE 'CL' TO WS-REASON-CODE
003150             MOVE 'BRANCH CLOSED - NO SERVABLE SUCCESSOR'
003160               TO WS-REASON-TEXT
003170             PERFORM 2600-WRITE-REPAIR THRU 2600-EXIT
003180         WHEN GETSCODE-RESP-NOTOPEN
003190             MOVE 'NO' TO WS-REASON-CODE
003200             MOVE 'BRANCH NOT YET OPEN' TO WS-REASON-TEXT
003210             PERFORM 2600-WRITE-REPAIR THRU 2600-EXIT
003220         WHEN OTHER
003230             MOVE 'NF' TO WS-REASON-CODE
003240             MOVE 'SORT CODE NOT REGISTERED ON SRTCTL'
003250               TO WS-REASON-TEXT
003260             PERFORM 2600-WRITE-REPAIR THRU 2600-EXIT
003270     END-EVALUATE.

003280 2000-READ-NEXT.
003290     PERFORM 2500-READ-PAYMENT THRU 2500-EXIT.

003300 2000-EXIT.
003310     EXIT.

003320*----------------------------------------------------------------
003330*    2300-REDIRECT-PAYMENT - THE BENEFICIARY BRANCH MERGED INTO
003340*    A SERVABLE SUCCESSOR.  THE ACCOUNT MOVED WITH THE BRANCH,
003350*    SO THE NEW IBAN IS BUILT FROM THE SUCCESSOR'S COUNTRY
003360*    PREFIX, BIC BANK CODE AND SORT CODE ON THE SAME ACCOUNT
003370*    NUMBER.  A SUCCESSOR WITH NO PREFIX OR BIC ON FILE KEEPS
003380*    THOSE PARTS OF THE ORIGINAL IBAN.  AN IBAN THAT CANNOT BE
003390*    BUILT SENDS THE INSTRUCTION TO REPAIR RATHER THAN OUT
003400*    WRONG.
003410*----------------------------------------------------------------
003420 2300-REDIRECT-PAYMENT.
003430     MOVE PAYINST-BENE-IBAN TO WS-OLD-IBAN
003440     MOVE GETSCODE-SWIFT-BIC TO WS-SUCC-BIC

003450     MOVE SPACES TO IBANSRV-INPUT
003460     SET IBANSRV-FUNC-BUILD TO TRUE

003470     IF GETSCODE-IBAN-PREFIX = SPACES
003480      OR GETSCODE-IBAN-PREFIX = LOW-VALUES
003490         MOVE WS-OLD-IBAN-PREFIX TO IBANSRV-IBAN-PREFIX
003500     ELSE
003510         MOVE GETSCODE-IBAN-PREFIX TO IBANSRV-IBAN-PREFIX
003520     END-IF

003530     IF WS-SUCC-BANK-CODE = SPACES
003540      OR WS-SUCC-BANK-CODE = LOW-VALUES
003550         MOVE WS-OLD-BANK-CODE TO IBANSRV-BANK-CODE
003560     ELSE
003570         MOVE WS-SUCC-BANK-CODE TO IBANSRV-BANK-CODE
003580     END-IF

003590     MOVE SORTCODE TO IBANSRV-SORT-CODE
003600     MOVE WS-OLD-ACCOUNT-NO TO IBANSRV-ACCOUNT-NO
003610     CALL 'IBANSRV' USING WS-IBAN-AREA

003620     IF NOT IBANSRV-RC-OK
003630         MOVE 'RB' TO WS-REASON-CODE
003640         MOVE IBANSRV-MESSAGE TO WS-REASON-TEXT
003650         PERFORM 2600-WRITE-REPAIR THRU 2600-EXIT
003660         GO TO 2300-EXIT
003670     END-IF

003680     SET PAYINST-EDIT-REDIRECTED TO TRUE
003690     MOVE GETSCODE-BRANCH-ID TO PAYINST-SUCC-BRANCH
003700     MOVE WS-BENE-SORT-CODE TO PAYINST-ORIG-SORTCODE
003710     MOVE WS-OLD-IBAN TO PAYINST-ORIG-IBAN
003720     MOVE IBANSRV-IBAN TO PAYINST-BENE-IBAN

003730     WRITE PAYOUT-RECORD FROM PAYINST-RECORD
003740     IF PAYOUT-FILE-STATUS NOT = '00'
003750         MOVE 'PAYOUT WRITE FAILED - RUN ABANDONED' TO EL-TEXT
003760         PERFORM 8400-WRITE-ERROR THRU 8400-EXIT
003770         MOVE 'Y' TO WS-PAY-EOF-SWITCH
003780         GO TO 2300-EXIT
003790     END-IF

003800     ADD 1 TO WS-REDIRECTED-COUNT
003810     ADD 1 TO WS-PAYOUT-COUNT

003820     MOVE PAYINST-REFERENCE TO DL-REFERENCE
003830     MOVE 'REDIR' TO DL-ACTION
003840     MOVE WS-BENE-SORT-CODE TO DL-SORT-CODE
003850     MOVE SORTCODE TO DL-NEW-SORT-CODE
003860     MOVE GETSCODE-BRANCH-ID TO DL-BRANCH-ID
003870     MOVE PAYINST-BENE-IBAN TO DL-TEXT
003880     PERFORM 8200-WRITE-DETAIL THRU 8200-EXIT.

003890 2300-EXIT.
003900     EXIT.

003910*----------------------------------------------------------------
003920*    2400-WRITE-PASSED - SEND THE INSTRUCTION ON EXACTLY AS IT
003930*    CAME IN.
003940*----------------------------------------------------------------
003950 2400-WRITE-PASSED.
003960     WRITE PAYOUT-RECORD FROM PAYINST-RECORD
003970     IF PAYOUT-FILE-STATUS NOT = '00'
003980         MOVE 'PAYOUT WRITE FAILED - RUN ABANDONED' TO EL-TEXT
003990         PERFORM 8400-WRITE-ERROR THRU 8400-EXIT
004000         MOVE 'Y' TO WS-PAY-EOF-SWITCH
004010         GO TO 2400-EXIT
004020     END-IF

004030     ADD 1 TO WS-PASSED-COUNT
004040     ADD 1 TO WS-PAYOUT-COUNT.

004050 2400-EXIT.
004060     EXIT.

004070*----------------------------------------------------------------
004080*    2500-READ-PAYMENT - READ THE NEXT OUTBOUND INSTRUCTION.
004090*----------------------------------------------------------------
004100 2500-READ-PAYMENT.
004110     READ PAYIN-FILE
004120         AT END
004130             MOVE 'Y' TO WS-PAY-EOF-SWITCH
004140     END-READ.

004150 2500-EXIT.
004160     EXIT.

004170*----------------------------------------------------------------
004180*    2600-WRITE-REPAIR - HOLD THE INSTRUCTION BACK ON PAYRPR,
004190*    AS READ, BEHIND THE REASON IN WS-REASON-CODE, AND LIST IT.
004200*----------------------------------------------------------------
004210 2600-WRITE-REPAIR.
004220     MOVE SPACES TO PAYRPR-RECORD
004230     MOVE WS-REASON-CODE TO PAYRPR-REASON-CODE
004240     MOVE WS-REASON-TEXT TO PAYRPR-REASON-TEXT
004250     MOVE WS-CURRENT-DATE-N TO PAYRPR-DATE
004260     MOVE WS-BENE-SORT-CODE TO PAYRPR-SORT-CODE
004270     MOVE PAYINST-RECORD TO PAYRPR-INSTRUCTION

004280     WRITE PAYRPR-RECORD
004290     IF PAYRPR-FILE-STATUS NOT = '00'
004300         MOVE 'PAYRPR WRITE FAILED - RUN ABANDONED' TO EL-TEXT
004310         PERFORM 8400-WRITE-ERROR THRU 8400-EXIT
004320         MOVE 'Y' TO WS-PAY-EOF-SWITCH
004330         GO TO 2600-EXIT
004340     END-IF

004350     ADD 1 TO WS-REPAIRED-COUNT

004360     EVALUATE TRUE
004370         WHEN PAYRPR-IBAN-FAILED
004380             ADD 1 TO WS-IB-COUNT
004390         WHEN PAYRPR-NOT-FOUND
004400             ADD 1 TO WS-NF-COUNT
004410         WHEN PAYRPR-CLOSED
004420             ADD 1 TO WS-CL-COUNT
004430         WHEN PAYRPR-NOT-OPEN
004440             ADD 1 TO WS-NO-COUNT
004450         WHEN PAYRPR-REBUILD-FAILED
004460             ADD 1 TO WS-RB-COUNT
004470         WHEN OTHER
004480             ADD 1 TO WS-RF-COUNT
004490     END-EVALUATE

004500     MOVE PAYINST-REFERENCE TO DL-REFERENCE
004510     MOVE 'REPAIR' TO DL-ACTION
004520     MOVE WS-BENE-SORT-CODE TO DL-SORT-CODE
004530     MOVE WS-REASON-CODE TO DL-NEW-SORT-CODE
004540     MOVE GETSCODE-BRANCH-ID TO DL-BRANCH-ID
004550     IF WS-REASON-CODE = 'IB'
004560         MOVE SPACES TO DL-BRANCH-ID
004570     END-IF
004580     MOVE WS-REASON-TEXT TO DL-TEXT
004590     PERFORM 8200-WRITE-DETAIL THRU 8200-EXIT.

004600 2600-EXIT.
004610     EXIT.

004620*----------------------------------------------------------------
004630*    2900-CHECK-BALANCE - THE CONTROL THAT KEEPS A HALF-EDITED
004640*    FILE FROM BEING SENT: EVERY INSTRUCTION READ MUST HAVE
004650*    BEEN PASSED, REDIRECTED OR REPAIRED, AND PAYOUT MUST HOLD
004660*    EXACTLY THE PASSED AND REDIRECTED ONES.  EITHER MISMATCH
004670*    ENDS THE JOB CC=8.  A BALANCED RUN WITH REPAIRS ENDS CC=4.
004680*----------------------------------------------------------------
004690 2900-CHECK-BALANCE.
004700     COMPUTE WS-OUTCOME-TOTAL = WS-PASSED-COUNT
004710         + WS-REDIRECTED-COUNT + WS-REPAIRED-COUNT

004720     PERFORM 8300-WRITE-SUMMARY THRU 8300-EXIT

004730     IF WS-OUTCOME-TOTAL NOT = WS-READ-COUNT
004740      OR WS-PAYOUT-COUNT NOT =
004750         WS-PASSED-COUNT + WS-REDIRECTED-COUNT
004760         MOVE 'PRE-EDIT OUT OF BALANCE - DO NOT SEND PAYOUT'
004770           TO EL-TEXT
004780         PERFORM 8400-WRITE-ERROR THRU 8400-EXIT
004790         GO TO 2900-EXIT
004800     END-IF

004810     IF RETURN-CODE NOT = ZERO
004820         MOVE 'RUN WAS ABANDONED - DO NOT SEND PAYOUT' TO EL-TEXT
004830         PERFORM 8400-WRITE-ERROR THRU 8400-EXIT
004840         GO TO 2900-EXIT
004850     END-IF

004860     MOVE 'PRE-EDIT BALANCES - PAYOUT FIT TO SEND' TO EL-TEXT
004870     WRITE SRTCPPE-RECORD FROM WS-ERROR-LINE
004880         AFTER ADVANCING 2 LINES

004890     IF WS-REPAIRED-COUNT > ZERO
004900         MOVE 4 TO RETURN-CODE
004910     END-IF.

004920 2900-EXIT.
004930     EXIT.

004940*----------------------------------------------------------------
004950*    8200-WRITE-DETAIL - ONE LINE OF THE EXCEPTION LISTING.
004960*----------------------------------------------------------------
004970 8200-WRITE-DETAIL.
004980     WRITE SRTCPPE-RECORD FROM WS-DETAIL-LINE
004990         AFTER ADVANCING 1 LINE.

005000 8200-EXIT.
005010     EXIT.

005020*----------------------------------------------------------------
005030*    8300-WRITE-SUMMARY - THE REPAIR COUNTS BY REASON AND THE
005040*    CONTROL TOTALS THEY MUST BALANCE TO.
005050*----------------------------------------------------------------
005060 8300-WRITE-SUMMARY.
005070     MOVE 'IB' TO RL-CODE
005080     MOVE 'IBAN FAILED VALIDATION' TO RL-LABEL
005090     MOVE WS-IB-COUNT TO RL-COUNT
005100     WRITE SRTCPPE-RECORD FROM WS-REASON-LINE
005110         AFTER ADVANCING 2 LINES

005120     MOVE 'NF' TO RL-CODE
005130     MOVE 'SORT CODE NOT FOUND' TO RL-LABEL
005140     MOVE WS-NF-COUNT TO RL-COUNT
005150     WRITE SRTCPPE-RECORD FROM WS-REASON-LINE
005160         AFTER ADVANCING 1 LINE

005170     MOVE 'CL' TO RL-CODE
005180     MOVE 'BRANCH CLOSED' TO RL-LABEL
005190     MOVE WS-CL-COUNT TO RL-COUNT
005200     WRITE SRTCPPE-RECORD FROM WS-REASON-LINE
005210         AFTER ADVANCING 1 LINE

005220     MOVE 'NO' TO RL-CODE
005230     MOVE 'BRANCH NOT YET OPEN' TO RL-LABEL
005240     MOVE WS-NO-COUNT TO RL-COUNT
005250     WRITE SRTCPPE-RECORD FROM WS-REASON-LINE
005260         AFTER ADVANCING 1 LINE

005270     MOVE 'RB' TO RL-CODE
005280     MOVE 'REDIRECT IBAN NOT BUILT' TO RL-LABEL
005290     MOVE WS-RB-COUNT TO RL-COUNT
005300     WRITE SRTCPPE-RECORD FROM WS-REASON-LINE
005310         AFTER ADVANCING 1 LINE

005320     MOVE 'RF' TO RL-CODE
005330     MOVE 'RESOLVER FAILED' TO RL-LABEL
005340     MOVE WS-RF-COUNT TO RL-COUNT
005350     WRITE SRTCPPE-RECORD FROM WS-REASON-LINE
005360         AFTER ADVANCING 1 LINE

005370     MOVE 'INSTRUCTIONS READ:' TO TL-LABEL
005380     MOVE WS-READ-COUNT TO TL-COUNT
005390     WRITE SRTCPPE-RECORD FROM WS-TOTALS-LINE
005400         AFTER ADVANCING 2 LINES

005410     MOVE 'PASSED UNCHANGED:' TO TL-LABEL
005420     MOVE WS-PASSED-COUNT TO TL-COUNT
005430     WRITE SRTCPPE-RECORD FROM WS-TOTALS-LINE
005440         AFTER ADVANCING 1 LINE

005450     MOVE '  OF WHICH NOT DOMESTIC:' TO TL-LABEL
005460     MOVE WS-FOREIGN-COUNT TO TL-COUNT
005470     WRITE SRTCPPE-RECORD FROM WS-TOTALS-LINE
005480         AFTER ADVANCING 1 LINE

005490     MOVE 'REDIRECTED TO SUCCESSOR:' TO TL-LABEL
005500     MOVE WS-REDIRECTED-COUNT TO TL-COUNT
005510     WRITE SRTCPPE-RECORD FROM WS-TOTALS-LINE
005520         AFTER ADVANCING 1 LINE

005530     MOVE 'HELD FOR REPAIR:' TO TL-LABEL
005540     MOVE WS-REPAIRED-COUNT TO TL-COUNT
005550     WRITE SRTCPPE-RECORD FROM WS-TOTALS-LINE
005560         AFTER ADVANCING 1 LINE

005570     MOVE 'PASSED + REDIRECTED + REPAIRED:' TO TL-LABEL
005580     MOVE WS-OUTCOME-TOTAL TO TL-COUNT
005590     WRITE SRTCPPE-RECORD FROM WS-TOTALS-LINE
005600         AFTER ADVANCING 1 LINE

005610     MOVE 'WRITTEN TO PAYOUT:' TO TL-LABEL
005620     MOVE WS-PAYOUT-COUNT TO TL-COUNT
005630     WRITE SRTCPPE-RECORD FROM WS-TOTALS-LINE
005640         AFTER ADVANCING 1 LINE.

005650 8300-EXIT.
005660     EXIT.

005670*----------------------------------------------------------------
005680*    8400-WRITE-ERROR - PRINT ONE ERROR LINE AND HAND BACK A
005690*    NON-ZERO CONDITION CODE.
005700*----------------------------------------------------------------
005710 8400-WRITE-ERROR.
005720     MOVE 8 TO RETURN-CODE
005730     IF WS-SRTCPPE-OPEN
005740         WRITE SRTCPPE-RECORD FROM WS-ERROR-LINE
005750             AFTER ADVANCING 1 LINE
005760     ELSE
005770         DISPLAY 'SRTCPPE002E ' EL-TEXT
005780     END-IF.

005790 8400-EXIT.
005800     EXIT.

005810*----------------------------------------------------------------
005820*    3000-TERMINATE - CLOSE THE RESOLVER AND THE FILES.
005830*----------------------------------------------------------------
005840 3000-TERMINATE.
005850     IF WS-RESOLVER-OPEN
005860         SET SRTCRES-REQ-CLOSE TO TRUE
005870         CALL 'SRTCRES' USING WS-SRTCRES-AREA
005880     END-IF

005890     IF WS-PAYIN-OPEN
005900         CLOSE PAYIN-FILE
005910     END-IF

005920     IF WS-PAYOUT-OPEN
005930         CLOSE PAYOUT-FILE
005940     END-IF

005950     IF WS-PAYRPR-OPEN
005960         CLOSE PAYRPR-FILE
005970     END-IF

005980     IF WS-SRTCPPE-OPEN
005990         CLOSE SRTCPPE-FILE
006000     END-IF.

006010 3000-EXIT.
006020     EXIT.
