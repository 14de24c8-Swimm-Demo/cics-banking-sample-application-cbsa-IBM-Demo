000370*  BATCH HAS NO TS CACHE, SO AN SRTCTL THAT CANNOT BE READ AT    *
000380*  ALL ANSWERS THE COMPILED-IN DEFAULT WITH AN FB AUDIT EVENT,   *
000390*  THE SAME LAST RESORT GETSCODE FALLS TO WHEN BOTH FILE AND     *
000400*  CACHE ARE GONE.  THE REQUEST PROTOCOL (O/R/S/C) AND THE       *
000410*  PARAMETER AREA ARE DESCRIBED ON THE SRTCRES COPYBOOK.         *
000411*                                                                *
000412*  A CALLER HOLDING A SORT CODE RATHER THAN A BRANCH - THE       *
000413*  SRTCPPE PAYMENT PRE-EDIT, WHICH ONLY HAS THE BENEFICIARY'S    *
000414*  IBAN - RESOLVES IT THROUGH THE SRTCTL ALTERNATE INDEX (THE    *
000415*  SAME UNIQUEKEY PATH THE ONLINE SIDE READS AS SRTCAIX) AND     *
000416*  GETS THE OWNING BRANCH ANSWERED BY EXACTLY THE SAME RULES.    *
000417*  THERE IS NO DEFAULT TO FALL BACK TO FOR A SORT CODE, SO AN    *
000418*  SRTCTL THAT CANNOT BE READ FAILS THAT CALL INSTEAD.           *
000420*                                                                *
000430******************************************************************
000440*                                                                *
000450*  MODIFICATION HISTORY                                          *
000460*  ----------------------------------------------------------    *
000470*  01/09/26  SRT  INITIAL VERSION.                              *
000473*  15/10/26  SRT  ADDED S - RESOLVE BY SORT CODE THROUGH THE     *
000476*                 SRTCTL ALTERNATE INDEX.                        *
000480*                                                                *
000490******************************************************************

000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS SRTCTL-BRANCH-ID
000595         ALTERNATE RECORD KEY IS SRTCTL-SORT-CODE
000600         FILE STATUS IS SRTCTL-FILE-STATUS.

000610     SELECT BAUDFILE-FILE ASSIGN TO BAUDFILE

000980 77  WS-DEFAULT-BRANCH-ID          PIC X(06) VALUE '000000'.
000990 77  WS-REQUESTED-BRANCH-ID        PIC X(06) VALUE SPACES.
000995 77  WS-REQUESTED-SORT-CODE        PIC X(06) VALUE SPACES.
001000 77  WS-EFF-COMPARE-DATE           PIC 9(08) VALUE ZERO.

001010 01  WS-CDAY-AREA.
001270             PERFORM 1000-OPEN-FILES THRU 1000-EXIT
001280         WHEN SRTCRES-REQ-RESOLVE
001290             PERFORM 2000-RESOLVE THRU 2000-EXIT
001293         WHEN SRTCRES-REQ-SORTCODE
001296             PERFORM 2050-RESOLVE-SORTCODE THRU 2050-EXIT
001300         WHEN SRTCRES-REQ-CLOSE
001310             PERFORM 3000-CLOSE-FILES THRU 3000-EXIT
001320         WHEN OTHER
001330             SET SRTCRES-RC-FAILED TO TRUE
001340             MOVE 'REQUEST MUST BE O (OPEN), R, S (RESOLVE) OR C'
001350               TO SRTCRES-MESSAGE
001360     END-EVALUATE.


002240     EVALUATE TRUE
002250         WHEN SRTCTL-FILE-STATUS = '00'
002260             PERFORM 2010-ANSWER-BRANCH THRU 2010-EXIT
002370         WHEN SRTCTL-FILE-STATUS = '23'
002380             SET GETSCODE-RESP-NOTFOUND TO TRUE
002390             SET GETSCODE-REASN-NONE TO TRUE
002590     PERFORM 2500-WRITE-AUDIT THRU 2500-EXIT.

002600 2000-EXIT.
002601     EXIT.

002602*----------------------------------------------------------------
002603*    2010-ANSWER-BRANCH - THE BRANCH RECORD IS IN HAND, BY
002604*    BRANCH ID OR BY SORT CODE: RUN THE LIFECYCLE RULES AND,
002605*    IF THE BRANCH IS SERVABLE, HAND BACK ITS OWN SORT CODE AND
002606*    PAYMENT DATA.
002607*----------------------------------------------------------------
002608 2010-ANSWER-BRANCH.
002609     PERFORM 2100-CHECK-LIFECYCLE THRU 2100-EXIT

002610     IF WS-BRANCH-SERVABLE
002611         SET GETSCODE-RESP-OK TO TRUE
002612         SET GETSCODE-REASN-NONE TO TRUE
002613         MOVE SRTCTL-SORT-CODE TO SORTCODE
002614         MOVE SRTCTL-SWIFT-BIC TO GETSCODE-SWIFT-BIC
002615         MOVE SRTCTL-IBAN-PREFIX TO GETSCODE-IBAN-PREFIX
002616         MOVE SRTCTL-BANK-NAME TO GETSCODE-BANK-NAME
002617         MOVE 'OK' TO WS-AUDIT-EVENT-CODE
002618         MOVE SPACES TO WS-AUDIT-EVENT-TEXT
002619     END-IF.

002620 2010-EXIT.
002621     EXIT.

002622*----------------------------------------------------------------
002623*    2050-RESOLVE-SORTCODE - THE SAME LOOKUP STARTING FROM THE
002624*    SORT CODE IN SORTCODE: READ SRTCTL THROUGH ITS ALTERNATE
002625*    INDEX, ECHO THE OWNING BRANCH INTO GETSCODE-BRANCH-ID AND
002626*    ANSWER IT BY THE BRANCH RULES - A CLOSED OWNER WITH A
002627*    SERVABLE SUCCESSOR COMES BACK REDIRECTED WITH THE
002628*    SUCCESSOR'S SORT CODE.  THERE IS NO DEFAULT SORT CODE TO
002629*    FALL BACK TO, SO A READ FAILURE FAILS THE CALL.
002630*----------------------------------------------------------------
002631 2050-RESOLVE-SORTCODE.
002632     IF NOT WS-FILES-OPEN
002633         SET SRTCRES-RC-NOTOPEN TO TRUE
002634         MOVE 'RESOLVE BEFORE OPEN - CALL WITH REQUEST O FIRST'
002635           TO SRTCRES-MESSAGE
002636         GO TO 2050-EXIT
002637     END-IF

002638     MOVE ZERO TO GETSCODE-RESP-CODE
002639     MOVE ZERO TO GETSCODE-REASN-CODE
002640     MOVE 'N' TO WS-REDIRECT-SWITCH

002641     MOVE SORTCODE TO WS-REQUESTED-SORT-CODE
002642     MOVE SORTCODE TO SRTCTL-SORT-CODE
002643     MOVE SPACES TO GETSCODE-BRANCH-ID
002644     MOVE SPACES TO WS-REQUESTED-BRANCH-ID

002645     READ SRTCTL-FILE
002646         KEY IS SRTCTL-SORT-CODE
002647     END-READ

002648     EVALUATE TRUE
002649         WHEN SRTCTL-FILE-STATUS = '00'
002650             MOVE SRTCTL-BRANCH-ID TO GETSCODE-BRANCH-ID
002651             MOVE SRTCTL-BRANCH-ID TO WS-REQUESTED-BRANCH-ID
002652             PERFORM 2010-ANSWER-BRANCH THRU 2010-EXIT
002653         WHEN SRTCTL-FILE-STATUS = '23'
002654             SET GETSCODE-RESP-NOTFOUND TO TRUE
002655             SET GETSCODE-REASN-NONE TO TRUE
002656             MOVE SPACES TO SORTCODE
002657             MOVE SPACES TO GETSCODE-PAYMENT-DATA
002658             MOVE 'NF' TO WS-AUDIT-EVENT-CODE
002659             MOVE 'SORT CODE NOT REGISTERED ON SRTCTL'
002660               TO WS-AUDIT-EVENT-TEXT
002661         WHEN OTHER
002662             SET SRTCRES-RC-FAILED TO TRUE
002663             MOVE 'SRTCTL UNREADABLE BY SORT CODE - NOT RESOLVED'
002664               TO SRTCRES-MESSAGE
002665             SET GETSCODE-RESP-NOTFOUND TO TRUE
002666             SET GETSCODE-REASN-NONE TO TRUE
002667             MOVE SPACES TO SORTCODE
002668             MOVE SPACES TO GETSCODE-PAYMENT-DATA
002669             MOVE 'NF' TO WS-AUDIT-EVENT-CODE
002670             MOVE 'SRTCTL UNAVAILABLE IN BATCH - NOT RESOLVED'
002671               TO WS-AUDIT-EVENT-TEXT
002672     END-EVALUATE

002673     MOVE GETSCODE-BRANCH-ID TO WS-AUDIT-BRANCH-ID
002674     MOVE SORTCODE TO WS-AUDIT-SORT-CODE

002675     IF WS-REDIRECTED
002676         MOVE WS-REQUESTED-BRANCH-ID TO WS-AUDIT-BRANCH-ID
002677     END-IF

002678     IF SORTCODE = SPACES
002679         MOVE WS-REQUESTED-SORT-CODE TO WS-AUDIT-SORT-CODE
002680     END-IF

002681     PERFORM 2500-WRITE-AUDIT THRU 2500-EXIT.

002682 2050-EXIT.
002683     EXIT.

002684*----------------------------------------------------------------
002685*    2100-CHECK-LIFECYCLE - THE SAME RULES GETSCODE A024
002686*    APPLIES: A CLOSED BRANCH IS NEVER SERVED, A CLOSING
002687*    BRANCH STOPS AT ITS (BUSINESS-DAY ROLLED) EFFECTIVE DATE,
002688*    A PENDING BRANCH WAITS FOR ITS OPENING DATE, AND A MERGED
002689*    BRANCH WITH A SUCCESSOR IS REDIRECTED.
002690*----------------------------------------------------------------
002691 2100-CHECK-LIFECYCLE.
002700     MOVE 'Y' TO WS-SERVABLE-SWITCH

002710     PERFORM 2200-ROLL-EFFECTIVE THRU 2200-EXIT
