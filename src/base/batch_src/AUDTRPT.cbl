000230*  AUDTRPT - DAILY AUDTFILE OPERATIONS REPORT.                   *
000240*                                                                *
000250*  WORKS THROUGH THE AUDTFILE LOOKUP AUDIT TRAIL AND PRINTS:     *
000260*    - LOOKUP VOLUME PER BRANCH PER DAY, WITH THE INBOUND        *
000265*      (SRTCREV SORT-CODE-TO-BRANCH) LOOKUPS SHOWN ALONGSIDE;    *
000270*    - A BREAKDOWN BY AUDTREC-EVENT-CODE;                        *
000280*    - THE DETAIL OF EVERY CH (SERVED FROM CACHE) AND FB         *
000290*      (COMPILED-IN DEFAULT SERVED) EVENT, BECAUSE A SINGLE FB   *
000460*  MODIFICATION HISTORY                                          *
000470*  ----------------------------------------------------------    *
000480*  22/08/26  SRT  INITIAL VERSION.                              *
000481*  15/10/26  SRT  INBOUND (SRTCREV) LOOKUP COUNT ADDED TO THE    *
000482*                 VOLUME LINE; EVENT CODE TABLE RAISED TO 20     *
000483*                 FOR THE R-SERIES CODES.                        *
000484*  15/10/26  SRT  RUN UNDER THE SRTCRCL RUN-CONTROL LEDGER: THE  *
000485*                 AUDTPRM CARD IS NOW READ FIRST AND THE RUN IS  *
000486*                 REFUSED (CC=16), BEFORE ANY FILE IS OPENED,    *
000487*                 UNLESS SRTCEOD HAS ENDED CLEAN FOR THE SAME    *
000488*                 BUSINESS DATE, OR IF THIS JOB ALREADY HAS,     *
000489*                 UNLESS THE CARD CARRIES F IN COLUMN 7.  THE    *
000490*                 FB, CH AND NF COUNTS ARE RECORDED ON THE       *
000491*                 LEDGER AT THE END.                             *
000492*  15/10/26  SRT  SW/SD CACHE SWEEP RECORDS ARE COUNTED UNDER    *
000493*                 THEIR EVENT CODE BUT LEFT OUT OF THE VOLUME    *
000494*                 LINES.                                         *
000495*                                                                *
000500******************************************************************

000510 ENVIRONMENT DIVISION.
000760     RECORDING MODE IS F.
000770 01  AUDTPRM-RECORD.
000780     05  AUDTPRM-CHNF-THRESHOLD    PIC X(05).
000790     05  FILLER                    PIC X(01).
000793     05  AUDTPRM-FORCE             PIC X(01).
000796     05  FILLER                    PIC X(73).

000800 FD  AUDTRPT-FILE
000810     LABEL RECORDS ARE STANDARD
000980 77  WS-SLOT-FOUND-SWITCH          PIC X(01) VALUE 'N'.
000990     88  WS-SLOT-FOUND                 VALUE 'Y'.

000996 77  WS-LEDGER-SWITCH              PIC X(01) VALUE 'N'.
001002     88  WS-LEDGER-CLEARED             VALUE 'Y'.

001010 77  WS-FB-COUNT                   PIC 9(08) COMP VALUE ZERO.
001020 77  WS-CH-COUNT                   PIC 9(08) COMP VALUE ZERO.
001030 77  WS-NF-COUNT                   PIC 9(08) COMP VALUE ZERO.
001040 77  WS-EVT-OVERFLOW-COUNT         PIC 9(08) COMP VALUE ZERO.
001050 77  WS-GROUP-COUNT                PIC 9(08) COMP VALUE ZERO.
001055 77  WS-GROUP-INBOUND-COUNT        PIC 9(08) COMP VALUE ZERO.

001060 77  WS-CUR-BRANCH                 PIC X(06) VALUE SPACES.
001070 77  WS-CUR-DATE                   PIC X(08) VALUE SPACES.

001120 01  WS-EVENT-TABLE.
001130     05  WS-EVT-USED               PIC S9(04) COMP VALUE ZERO.
001140     05  WS-EVT-ENTRY OCCURS 20.
001150         10  WS-EVT-CODE           PIC X(02).
001160         10  WS-EVT-COUNT          PIC 9(08) COMP.

001163 01  WS-RUN-AREA.
001166     COPY SRTCRUN.

001170 01  WS-REPORT-HEADING-1.
001180     05  FILLER                    PIC X(01) VALUE '1'.
001190     05  FILLER                    PIC X(44)
001270     05  FILLER                    PIC X(01) VALUE ' '.
001280     05  FILLER                    PIC X(08) VALUE 'BRANCH'.
001290     05  FILLER                    PIC X(10) VALUE 'DATE'.
001300     05  FILLER                    PIC X(10) VALUE 'LOOKUPS'.
001310     05  FILLER                    PIC X(07) VALUE 'INBOUND'.
001315     05  FILLER                    PIC X(97) VALUE SPACES.

001320 01  WS-VOLUME-LINE.
001330     05  FILLER                    PIC X(01) VALUE ' '.
001360     05  VL-DATE                   PIC X(08).
001370     05  FILLER                    PIC X(02) VALUE SPACES.
001380     05  VL-COUNT                  PIC ZZZZZZZ9.
001390     05  FILLER                    PIC X(02) VALUE SPACES.
001393     05  VL-INBOUND                PIC ZZZZZZZ9.
001396     05  FILLER                    PIC X(96) VALUE SPACES.

001400 01  WS-EVENT-LINE.
001410     05  FILLER                    PIC X(01) VALUE ' '.

001850     PERFORM 3000-TERMINATE THRU 3000-EXIT.

001855     PERFORM 3100-RECORD-RUN THRU 3100-EXIT.

001860     STOP RUN.

001870*----------------------------------------------------------------
001880*    1000-INITIALISE - READ THE CH/NF ALERT THRESHOLD CARD,
001890*    CLEAR THE RUN WITH THE RUN-CONTROL LEDGER, OPEN THE FILES,
001900*    PRINT THE HEADINGS AND PRIME THE READ FOR THE VOLUME PASS.
001910*----------------------------------------------------------------
001920 1000-INITIALISE.
001921     MOVE 'N' TO SRTCRUN-FORCE

001922     OPEN INPUT AUDTPRM-FILE
001923     IF AUDTPRM-FILE-STATUS NOT = '00'
001924         DISPLAY 'AUDTRPT003W UNABLE TO OPEN AUDTPRM - STATUS '
001925                 AUDTPRM-FILE-STATUS
001926         DISPLAY 'AUDTRPT004I CH/NF ALERT THRESHOLD DISABLED'
001927     ELSE
001928         READ AUDTPRM-FILE
001929             AT END
001930                 DISPLAY 'AUDTRPT005W AUDTPRM IS EMPTY'
001931             NOT AT END
001932                 MOVE AUDTPRM-CHNF-THRESHOLD TO WS-THRESHOLD-X
001933                 IF AUDTPRM-FORCE = 'F'
001934                     MOVE 'Y' TO SRTCRUN-FORCE
001935                 END-IF
001936         END-READ
001937         CLOSE AUDTPRM-FILE
001938     END-IF

001939     IF WS-THRESHOLD-X NUMERIC
001940         MOVE WS-THRESHOLD-X TO WS-CHNF-THRESHOLD
001941     END-IF

001942     PERFORM 1050-CHECK-LEDGER THRU 1050-EXIT
001943     IF NOT WS-LEDGER-CLEARED
001944         MOVE 'Y' TO WS-AUDT-EOF-SWITCH
001945         GO TO 1000-EXIT
001946     END-IF

001947     OPEN OUTPUT AUDTRPT-FILE
001948     IF AUDTRPT-FILE-STATUS NOT = '00'
001950         DISPLAY 'AUDTRPT001E UNABLE TO OPEN AUDTRPT - STATUS '
001960                 AUDTRPT-FILE-STATUS
001970         MOVE 'Y' TO WS-AUDT-EOF-SWITCH
002090     END-IF
002100     MOVE 'Y' TO WS-AUDTFILE-OPEN-SWITCH

002280     WRITE AUDTRPT-RECORD FROM WS-REPORT-HEADING-1
002290         AFTER ADVANCING TOP-OF-PAGE

002360     EXIT.

002370*----------------------------------------------------------------
002371*    1050-CHECK-LEDGER - ASK THE SRTCRUN ROUTINE WHETHER THIS
002372*    RUN MAY GO AHEAD: SRTCEOD MUST HAVE ENDED CLEAN FOR THE
002373*    SAME BUSINESS DATE, SO THE DAY'S TRAIL IS COMPLETE, AND
002374*    THIS JOB MUST NOT ALREADY HAVE.  A REFUSED RUN ENDS CC=16
002375*    LIKE ANY OTHER RUN THAT COULD NOT REPORT - CC=8 PAGES
002376*    OPERATIONS FOR AN FB EVENT.  THE CALL RESETS RETURN-CODE,
002377*    SO IT IS HELD ACROSS IT.
002378*----------------------------------------------------------------
002379 1050-CHECK-LEDGER.
002380     SET SRTCRUN-REQ-START TO TRUE
002381     MOVE 'AUDTRPT' TO SRTCRUN-JOB-NAME
002382     MOVE RETURN-CODE TO SRTCRUN-END-CC

002383     CALL 'SRTCRUN' USING WS-RUN-AREA

002384     MOVE SRTCRUN-END-CC TO RETURN-CODE

002385     EVALUATE TRUE
002386         WHEN SRTCRUN-RC-RUN
002387             MOVE 'Y' TO WS-LEDGER-SWITCH
002388         WHEN SRTCRUN-RC-FORCED
002389             DISPLAY 'AUDTRPT008W RUN FORCED - '
002390                     SRTCRUN-MESSAGE
002391             MOVE 'Y' TO WS-LEDGER-SWITCH
002392         WHEN OTHER
002393             DISPLAY 'AUDTRPT007E RUN REFUSED - '
002394                     SRTCRUN-MESSAGE
002395             MOVE 16 TO RETURN-CODE
002396     END-EVALUATE.

002397 1050-EXIT.
002398     EXIT.

002399*----------------------------------------------------------------
002400*    2000-VOLUME-RECORD - ONE RECORD OF THE VOLUME PASS.  THE
002401*    INPUT ARRIVES SORTED BY BRANCH AND DATE, SO THE PER-DAY
002402*    VOLUME IS A STRAIGHT CONTROL BREAK - NO TABLE, NO LIMIT
002410*    ON HOW MANY BRANCH/DAY PAIRS THE TRAIL COVERS.  EVENT
002420*    CODES AND THE CH/NF/FB ALERT COUNTS ACCUMULATE ON THE
002430*    SAME PASS.
002432*    THE SW/SD RECORDS SRTCSWP WRITES FOR A CACHE SWEEP CARRY NO
002434*    BRANCH AND ARE NOT LOOKUPS, SO THEY ARE ONLY COUNTED UNDER
002436*    THEIR EVENT CODE AND KEPT OUT OF THE BRANCH/DAY VOLUMES.
002440*----------------------------------------------------------------
002450 2000-VOLUME-RECORD.
002452     IF AUDTREC-EVENT-SWEEP-CLEAN
002454      OR AUDTREC-EVENT-SWEEP-DRIFT
002456         PERFORM 2200-COUNT-EVENT THRU 2200-EXIT
002458         PERFORM 2500-READ-AUDTFILE THRU 2500-EXIT
002460         GO TO 2000-EXIT
002462     END-IF

002470     IF NOT WS-GROUP-OPEN
002480         MOVE AUDTREC-BRANCH-ID TO WS-CUR-BRANCH
002490         MOVE AUDTREC-DATE TO WS-CUR-DATE
002500         MOVE ZERO TO WS-GROUP-COUNT
002505         MOVE ZERO TO WS-GROUP-INBOUND-COUNT
002510         MOVE 'Y' TO WS-GROUP-OPEN-SWITCH
002520     ELSE
002530         IF AUDTREC-BRANCH-ID NOT = WS-CUR-BRANCH
002560             MOVE AUDTREC-BRANCH-ID TO WS-CUR-BRANCH
002570             MOVE AUDTREC-DATE TO WS-CUR-DATE
002580             MOVE ZERO TO WS-GROUP-COUNT
002585             MOVE ZERO TO WS-GROUP-INBOUND-COUNT
002590             MOVE 'Y' TO WS-GROUP-OPEN-SWITCH
002600         END-IF
002610     END-IF

002620     ADD 1 TO WS-GROUP-COUNT

002622     IF AUDTREC-EVENT-INBOUND
002624         ADD 1 TO WS-GROUP-INBOUND-COUNT
002626     END-IF

002630     PERFORM 2200-COUNT-EVENT THRU 2200-EXIT

002640     EVALUATE TRUE
002800     MOVE WS-CUR-BRANCH TO VL-BRANCH
002810     MOVE WS-CUR-DATE TO VL-DATE
002820     MOVE WS-GROUP-COUNT TO VL-COUNT
002825     MOVE WS-GROUP-INBOUND-COUNT TO VL-INBOUND
002830     WRITE AUDTRPT-RECORD FROM WS-VOLUME-LINE
002840         AFTER ADVANCING 1 LINE
002850     MOVE 'N' TO WS-GROUP-OPEN-SWITCH.
002880*----------------------------------------------------------------
002890*    2200-COUNT-EVENT - COUNT THIS RECORD UNDER ITS EVENT CODE,
002900*    CLAIMING A NEW SLOT FOR A CODE NOT SEEN BEFORE SO A NEW
002910*    EVENT CODE ADDED TO GETSCODE OR SRTCREV FLOWS
002920*    THROUGH WITHOUT A CHANGE HERE.
002930*----------------------------------------------------------------
002940 2200-COUNT-EVENT.
002950     MOVE 'N' TO WS-SLOT-FOUND-SWITCH
003010         GO TO 2200-EXIT
003020     END-IF

003030     IF WS-EVT-USED < 20
003040         ADD 1 TO WS-EVT-USED
003050         MOVE AUDTREC-EVENT-CODE TO WS-EVT-CODE (WS-EVT-USED)
003060         MOVE 1 TO WS-EVT-COUNT (WS-EVT-USED)
004330     EXIT.

004340*----------------------------------------------------------------
004341*    3100-RECORD-RUN - RECORD THE END OF A RUN THE LEDGER
004342*    CLEARED, WITH ITS CONDITION CODE AND EVENT COUNTS.  CC=8
004343*    (FB EVENTS FOUND) STILL COUNTS AS A CLEAN RUN ON THE JOB
004344*    CHAIN.  A LEDGER THAT CANNOT BE UPDATED IS REPORTED AND
004345*    THE RUN ENDS AT LEAST CC=4.
004346*----------------------------------------------------------------
004347 3100-RECORD-RUN.
004348     IF NOT WS-LEDGER-CLEARED
004349         GO TO 3100-EXIT
004350     END-IF

004351     SET SRTCRUN-REQ-END TO TRUE
004352     MOVE RETURN-CODE TO SRTCRUN-END-CC
004353     MOVE 'FB EVENTS' TO SRTCRUN-TOTAL-NAME (1)
004354     MOVE WS-FB-COUNT TO SRTCRUN-TOTAL-VALUE (1)
004355     MOVE 'CH EVENTS' TO SRTCRUN-TOTAL-NAME (2)
004356     MOVE WS-CH-COUNT TO SRTCRUN-TOTAL-VALUE (2)
004357     MOVE 'NF EVENTS' TO SRTCRUN-TOTAL-NAME (3)
004358     MOVE WS-NF-COUNT TO SRTCRUN-TOTAL-VALUE (3)

004359     CALL 'SRTCRUN' USING WS-RUN-AREA

004360     MOVE SRTCRUN-END-CC TO RETURN-CODE

004361     IF NOT SRTCRUN-RC-RUN
004362         DISPLAY 'AUDTRPT009W RUN NOT RECORDED ON THE LEDGER - '
004363                 SRTCRUN-MESSAGE
004364         IF RETURN-CODE = ZERO
004365             MOVE 4 TO RETURN-CODE
004366         END-IF
004367     END-IF.

004368 3100-EXIT.
004369     EXIT.

004370*----------------------------------------------------------------
004371*    8200-WRITE-SECTION - PRINT A SECTION TITLE.
004372*----------------------------------------------------------------
004373 8200-WRITE-SECTION.
004380     WRITE AUDTRPT-RECORD FROM WS-SECTION-LINE
004390         AFTER ADVANCING 2 LINES.

