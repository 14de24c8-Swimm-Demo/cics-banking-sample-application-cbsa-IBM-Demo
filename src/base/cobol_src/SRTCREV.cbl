      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2022                                      *
      *                                                                *
      ******************************************************************
       CBL CICS('SP,EDF')

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SRTCREV.
       AUTHOR. James O'Grady.

      ******************************************************************
      *                                                                *
      *  SRTCREV - REVERSE SORT CODE LOOKUP FOR INBOUND PAYMENTS.      *
      *                                                                *
      *  AN INBOUND PAYMENT ARRIVES CARRYING A SORT CODE, NOT A        *
      *  BRANCH.  THE RECEIVING SIDE USED TO BROWSE SRTCTL ITSELF TO   *
      *  FIND THE OWNER, WITH ITS OWN IDEA OF WHICH BRANCHES COULD BE  *
      *  CREDITED AND NO TRACE ON AUDTFILE.  A CHANNEL CALLER NOW PUTS *
      *  THE SORT CODE IN THE SRTCREVQ CONTAINER, LINKS HERE, AND      *
      *  GETS THE SRTCREVA CONTAINER BACK WITH THE OWNING BRANCH, THE  *
      *  SAME LIFECYCLE ANSWER GETSCODE WOULD GIVE FOR THAT BRANCH     *
      *  (INCLUDING THE ONE-HOP REDIRECT TO A MERGED BRANCH'S          *
      *  SUCCESSOR) AND THE PAYMENT DATA OF THE BRANCH TO CREDIT.      *
      *  THE OWNER IS FOUND THROUGH THE SRTCAIX ALTERNATE INDEX PATH,  *
      *  THE SAME ROUTE SRTCMNT FUNCTION S TAKES.                      *
      *                                                                *
      *  EVERY CALL WRITES AN AUDTFILE ENTRY UNDER ITS OWN R-SERIES    *
      *  EVENT CODES (SEE AUDTREC) SO AUDTRPT AND AUDTINQ SHOW INBOUND *
      *  LOOKUPS ALONGSIDE GETSCODE'S OUTBOUND ONES, AND THE ENTRY     *
      *  COMES BACK TO THE CALLER IN THE SRTCREVU CONTAINER.  THE      *
      *  LOOKUP NEITHER READS NOR MAINTAINS THE SRTCCHE CACHE - THE    *
      *  CACHE IS KEYED BY BRANCH AND CANNOT ANSWER A SORT CODE, SO AN *
      *  SRTCAIX OUTAGE IS ANSWERED SRTCREV-RESP-NOTAVAIL.  CONTAINER  *
      *  LAYOUTS ARE ON THE SRTCREV COPYBOOK.                          *
      *                                                                *
      ******************************************************************
      *  MODIFICATION HISTORY                                          *
      *  ----------------------------------------------------------    *
      *  2026-10-15  SRT  INITIAL VERSION.                             *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.


       DATA DIVISION.
       FILE SECTION.


       WORKING-STORAGE SECTION.
      * Copyright statement as a literal to go into the load module
       77 FILLER PIC X(24) VALUE 'Copyright IBM Corp. 2022'.

       COPY SRTCREV.

       COPY SRTCTL.

      *----------------------------------------------------------------
      *    WORKING STORAGE FOR THE AUDTFILE AUDIT TRAIL
      *----------------------------------------------------------------
       COPY AUDTREC.

       01  RV-FILE-RESP                  PIC S9(08) COMP.
       01  RV-FILE-REASN                 PIC S9(08) COMP.
       01  RV-ABS-TIME                   PIC S9(15) COMP-3.
       01  RV-TODAY-DATE                 PIC 9(08).

       01  RV-CHANNEL-NAME               PIC X(16).
       01  RV-REQUEST-LEN                PIC S9(08) COMP.

       01  RV-AIX-SORT-CODE              PIC X(06).

       01  RV-SERVABLE-SWITCH            PIC X(01).
           88  RV-BRANCH-SERVABLE            VALUE 'Y'.

       01  RV-SUCC-SERVABLE-SWITCH       PIC X(01).
           88  RV-SUCC-SERVABLE              VALUE 'Y'.

       01  RV-REDIRECT-TEXT.
           05  FILLER                    PIC X(30)
               VALUE 'REDIRECTED - CREDIT SUCCESSOR '.
           05  RV-REDIRECT-TEXT-BRANCH   PIC X(06).
           05  FILLER                    PIC X(04) VALUE SPACES.

      *----------------------------------------------------------------
      *    WORKING STORAGE FOR THE BUSINESS-DAY CALENDAR, LOADED ONCE
      *    PER TASK FROM THE BNKCALQ TS QUEUE EXACTLY AS GETSCODE
      *    A029 DOES.
      *----------------------------------------------------------------
       COPY BNKCALQ.

       01  RV-CDAY-AREA.
           COPY BNKCDAY.

       01  BNKCALQ-ENTRY-LEN             PIC S9(04) COMP.

       01  RV-CAL-LOADED-SWITCH          PIC X(01) VALUE 'N'.
           88  RV-CAL-LOADED                 VALUE 'Y'.

       01  RV-EFF-COMPARE-DATE           PIC 9(08).

       01  RV-AUDIT-BRANCH-ID            PIC X(06).
       01  RV-AUDIT-SORT-CODE            PIC X(06).
       01  RV-AUDIT-EVENT-CODE           PIC X(02).
       01  RV-AUDIT-EVENT-TEXT           PIC X(40).


       PROCEDURE DIVISION.
       PREMIERE SECTION.
       A010.
           EXEC CICS ASSIGN
                CHANNEL(RV-CHANNEL-NAME)
           END-EXEC

      *    WITH NO CHANNEL THERE IS NOWHERE TO PUT AN ANSWER, BUT THE
      *    CALL IS STILL TRACED, AS GETSCODE TRACES A MISSING COMMAREA.
           IF RV-CHANNEL-NAME = SPACES OR RV-CHANNEL-NAME = LOW-VALUES
               MOVE SPACES TO RV-AUDIT-BRANCH-ID
               MOVE SPACES TO RV-AUDIT-SORT-CODE
               MOVE 'RB' TO RV-AUDIT-EVENT-CODE
               MOVE 'NO CHANNEL PASSED' TO RV-AUDIT-EVENT-TEXT
               PERFORM A030-WRITE-AUDIT THRU A030-EXIT
               GO TO A010-EXIT
           END-IF

           PERFORM A100-GET-REQUEST THRU A100-EXIT

           IF SRTCREV-RESP-OK
               PERFORM A200-READ-SRTCAIX THRU A200-EXIT
           END-IF

           PERFORM A030-WRITE-AUDIT THRU A030-EXIT

           EXEC CICS PUT CONTAINER('SRTCREVA')
                CHANNEL(RV-CHANNEL-NAME)
                FROM(SRTCREV-REPLY)
           END-EXEC.

       A010-EXIT.
           EXEC CICS RETURN
           END-EXEC.

           GOBACK.

      *----------------------------------------------------------------
      *    A100-GET-REQUEST - FETCH THE CALLER'S REQUEST CONTAINER
      *    AND CLEAR THE REPLY.  UNLIKE SRTCDIR THERE IS NO SENSIBLE
      *    DEFAULT FOR A MISSING REQUEST - A SORT CODE MUST BE GIVEN.
      *----------------------------------------------------------------
       A100-GET-REQUEST.
           MOVE SPACES TO SRTCREV-REQUEST
           MOVE LENGTH OF SRTCREV-REQUEST TO RV-REQUEST-LEN

           EXEC CICS GET CONTAINER('SRTCREVQ')
                CHANNEL(RV-CHANNEL-NAME)
                INTO(SRTCREV-REQUEST)
                FLENGTH(RV-REQUEST-LEN)
                RESP(RV-FILE-RESP)
           END-EXEC

           IF RV-FILE-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES TO SRTCREV-REQUEST
           END-IF

           MOVE SPACES TO SRTCREV-REPLY
           SET SRTCREV-RESP-OK TO TRUE
           MOVE SRTCREV-REQ-SORT-CODE TO SRTCREV-SORT-CODE

           MOVE SPACES TO RV-AUDIT-BRANCH-ID
           MOVE SRTCREV-REQ-SORT-CODE TO RV-AUDIT-SORT-CODE

           IF SRTCREV-REQ-SORT-CODE = SPACES
            OR SRTCREV-REQ-SORT-CODE = LOW-VALUES
               SET SRTCREV-RESP-BADREQ TO TRUE
               MOVE SPACES TO SRTCREV-SORT-CODE
               MOVE SPACES TO RV-AUDIT-SORT-CODE
               MOVE 'RB' TO RV-AUDIT-EVENT-CODE
               MOVE 'NO SORT CODE IN SRTCREVQ CONTAINER'
                 TO RV-AUDIT-EVENT-TEXT
           END-IF.

       A100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A200-READ-SRTCAIX - FIND THE BRANCH THAT OWNS THE SORT CODE
      *    THROUGH THE SRTCAIX PATH AND ANSWER FOR IT.  A SORT CODE
      *    NOBODY OWNS IS NOT FOUND; A PATH THAT CANNOT BE READ AT ALL
      *    IS NOT AVAILABLE, WITH NO FALLBACK.
      *----------------------------------------------------------------
       A200-READ-SRTCAIX.
           MOVE SRTCREV-REQ-SORT-CODE TO RV-AIX-SORT-CODE

           EXEC CICS READ
                FILE('SRTCAIX')
                INTO(SRTCTL-RECORD)
                RIDFLD(RV-AIX-SORT-CODE)
                KEYLENGTH(LENGTH OF RV-AIX-SORT-CODE)
                RESP(RV-FILE-RESP)
                RESP2(RV-FILE-REASN)
           END-EXEC

           EVALUATE TRUE
               WHEN RV-FILE-RESP = DFHRESP(NORMAL)
                   MOVE SRTCTL-BRANCH-ID TO SRTCREV-BRANCH-ID
                   MOVE SRTCTL-BRANCH-ID TO RV-AUDIT-BRANCH-ID
                   PERFORM A210-CHECK-LIFECYCLE THRU A210-EXIT
                   IF RV-BRANCH-SERVABLE
                       SET SRTCREV-RESP-OK TO TRUE
                       MOVE SRTCTL-SWIFT-BIC TO SRTCREV-SWIFT-BIC
                       MOVE SRTCTL-IBAN-PREFIX TO SRTCREV-IBAN-PREFIX
                       MOVE SRTCTL-BANK-NAME TO SRTCREV-BANK-NAME
                       MOVE 'RO' TO RV-AUDIT-EVENT-CODE
                       MOVE SPACES TO RV-AUDIT-EVENT-TEXT
                   END-IF
               WHEN RV-FILE-RESP = DFHRESP(NOTFND)
                   SET SRTCREV-RESP-NOTFOUND TO TRUE
                   MOVE 'RN' TO RV-AUDIT-EVENT-CODE
                   MOVE 'SORT CODE NOT REGISTERED ON SRTCTL'
                     TO RV-AUDIT-EVENT-TEXT
               WHEN OTHER
                   SET SRTCREV-RESP-NOTAVAIL TO TRUE
                   MOVE 'RU' TO RV-AUDIT-EVENT-CODE
                   MOVE 'SRTCAIX UNAVAILABLE - SORT CODE NOT RESOLVED'
                     TO RV-AUDIT-EVENT-TEXT
           END-EVALUATE.

       A200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A210-CHECK-LIFECYCLE - THE SAME RULES AS GETSCODE A024: A
      *    CLOSED BRANCH IS NEVER CREDITED, A CLOSING BRANCH STOPS AT
      *    ITS BUSINESS-DAY ROLLED EFFECTIVE DATE, A PENDING BRANCH
      *    WAITS FOR ITS OPENING DATE, AND A CLOSED BRANCH THAT NAMES
      *    A SUCCESSOR IS REDIRECTED TO IT.  A WITHHELD BRANCH GETS NO
      *    PAYMENT DATA BACK.
      *----------------------------------------------------------------
       A210-CHECK-LIFECYCLE.
           MOVE 'Y' TO RV-SERVABLE-SWITCH

           EXEC CICS ASKTIME
                ABSTIME(RV-ABS-TIME)
           END-EXEC

           EXEC CICS FORMATTIME
                ABSTIME(RV-ABS-TIME)
                YYYYMMDD(RV-TODAY-DATE)
           END-EXEC

           PERFORM A240-ROLL-EFFECTIVE THRU A240-EXIT

           EVALUATE TRUE
               WHEN SRTCTL-STATUS-CLOSED
                   MOVE 'N' TO RV-SERVABLE-SWITCH
                   SET SRTCREV-RESP-CLOSED TO TRUE
                   MOVE 'RC' TO RV-AUDIT-EVENT-CODE
                   MOVE 'BRANCH CLOSED - CANNOT BE CREDITED'
                     TO RV-AUDIT-EVENT-TEXT
               WHEN SRTCTL-STATUS-CLOSING
                AND SRTCTL-EFFECTIVE-DATE NUMERIC
                AND SRTCTL-EFFECTIVE-DATE > ZERO
                AND RV-EFF-COMPARE-DATE NOT > RV-TODAY-DATE
                   MOVE 'N' TO RV-SERVABLE-SWITCH
                   SET SRTCREV-RESP-CLOSED TO TRUE
                   MOVE 'RC' TO RV-AUDIT-EVENT-CODE
                   MOVE 'BRANCH CLOSURE EFFECTIVE - CANNOT BE CREDITED'
                     TO RV-AUDIT-EVENT-TEXT
               WHEN SRTCTL-STATUS-PENDING
                AND SRTCTL-EFFECTIVE-DATE NUMERIC
                AND SRTCTL-EFFECTIVE-DATE > ZERO
                AND RV-EFF-COMPARE-DATE NOT > RV-TODAY-DATE
                   CONTINUE
               WHEN SRTCTL-STATUS-PENDING
                   MOVE 'N' TO RV-SERVABLE-SWITCH
                   SET SRTCREV-RESP-NOTOPEN TO TRUE
                   MOVE 'RP' TO RV-AUDIT-EVENT-CODE
                   MOVE 'BRANCH NOT YET OPEN - CANNOT BE CREDITED'
                     TO RV-AUDIT-EVENT-TEXT
           END-EVALUATE

           IF NOT RV-BRANCH-SERVABLE
            AND SRTCREV-RESP-CLOSED
            AND SRTCTL-SUCCESSOR-ID NOT = SPACES
            AND SRTCTL-SUCCESSOR-ID NOT = LOW-VALUES
               PERFORM A220-REDIRECT-SUCCESSOR THRU A220-EXIT
           END-IF.

       A210-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A220-REDIRECT-SUCCESSOR - THE OWNING BRANCH IS CLOSED BUT
      *    NAMES A SUCCESSOR.  IF THE SUCCESSOR IS ITSELF SERVABLE,
      *    ANSWER SRTCREV-RESP-REDIRECT WITH THE SUCCESSOR'S BRANCH,
      *    SORT CODE AND PAYMENT DATA; SRTCREV-BRANCH-ID STILL NAMES
      *    THE OWNER.  ONE HOP ONLY, AS IN GETSCODE A026 - A SUCCESSOR
      *    THAT IS MISSING OR WITHHELD LEAVES THE CLOSED ANSWER.
      *----------------------------------------------------------------
       A220-REDIRECT-SUCCESSOR.
           MOVE SRTCTL-SUCCESSOR-ID TO SRTCTL-BRANCH-ID

           EXEC CICS READ
                FILE('SRTCTL')
                INTO(SRTCTL-RECORD)
                RIDFLD(SRTCTL-BRANCH-ID)
                KEYLENGTH(LENGTH OF SRTCTL-BRANCH-ID)
                RESP(RV-FILE-RESP)
                RESP2(RV-FILE-REASN)
           END-EXEC

           IF RV-FILE-RESP NOT = DFHRESP(NORMAL)
               GO TO A220-EXIT
           END-IF

           PERFORM A230-CHECK-SUCC-SERVABLE THRU A230-EXIT

           IF NOT RV-SUCC-SERVABLE
               GO TO A220-EXIT
           END-IF

           SET SRTCREV-RESP-REDIRECT TO TRUE
           MOVE SRTCTL-BRANCH-ID TO SRTCREV-SUCCESSOR-ID
           MOVE SRTCTL-SORT-CODE TO SRTCREV-SUCC-SORT-CODE
           MOVE SRTCTL-SWIFT-BIC TO SRTCREV-SWIFT-BIC
           MOVE SRTCTL-IBAN-PREFIX TO SRTCREV-IBAN-PREFIX
           MOVE SRTCTL-BANK-NAME TO SRTCREV-BANK-NAME

           MOVE SRTCTL-BRANCH-ID TO RV-REDIRECT-TEXT-BRANCH
           MOVE 'RR' TO RV-AUDIT-EVENT-CODE
           MOVE RV-REDIRECT-TEXT TO RV-AUDIT-EVENT-TEXT.

       A220-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A230-CHECK-SUCC-SERVABLE - THE A210 RULES OVER THE
      *    SUCCESSOR RECORD, LEAVING THE OWNER'S ANSWER UNTOUCHED.
      *----------------------------------------------------------------
       A230-CHECK-SUCC-SERVABLE.
           MOVE 'Y' TO RV-SUCC-SERVABLE-SWITCH

           PERFORM A240-ROLL-EFFECTIVE THRU A240-EXIT

           EVALUATE TRUE
               WHEN SRTCTL-STATUS-CLOSED
                   MOVE 'N' TO RV-SUCC-SERVABLE-SWITCH
               WHEN SRTCTL-STATUS-CLOSING
                AND SRTCTL-EFFECTIVE-DATE NUMERIC
                AND SRTCTL-EFFECTIVE-DATE > ZERO
                AND RV-EFF-COMPARE-DATE NOT > RV-TODAY-DATE
                   MOVE 'N' TO RV-SUCC-SERVABLE-SWITCH
               WHEN SRTCTL-STATUS-PENDING
                AND SRTCTL-EFFECTIVE-DATE NUMERIC
                AND SRTCTL-EFFECTIVE-DATE > ZERO
                AND RV-EFF-COMPARE-DATE NOT > RV-TODAY-DATE
                   CONTINUE
               WHEN SRTCTL-STATUS-PENDING
                   MOVE 'N' TO RV-SUCC-SERVABLE-SWITCH
           END-EVALUATE.

       A230-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A240-ROLL-EFFECTIVE - THE SAME BUSINESS-DAY ROLL GETSCODE
      *    A028 APPLIES: AN EFFECTIVE DATE ON A WEEKEND OR BANK
      *    HOLIDAY IS COMPARED AS THE NEXT BUSINESS DAY.
      *----------------------------------------------------------------
       A240-ROLL-EFFECTIVE.
           IF SRTCTL-EFFECTIVE-DATE NUMERIC
               MOVE SRTCTL-EFFECTIVE-DATE TO RV-EFF-COMPARE-DATE
           ELSE
               MOVE ZEROS TO RV-EFF-COMPARE-DATE
           END-IF

           IF RV-EFF-COMPARE-DATE = ZERO
               GO TO A240-EXIT
           END-IF

           PERFORM A250-LOAD-CALENDAR THRU A250-EXIT

           SET BNKCDAY-FUNC-IS-BUSDAY TO TRUE
           MOVE RV-EFF-COMPARE-DATE TO BNKCDAY-DATE

           CALL 'BNKCDAY' USING RV-CDAY-AREA

           IF BNKCDAY-RC-OK AND NOT BNKCDAY-IS-BUSINESS-DAY
               SET BNKCDAY-FUNC-NEXT TO TRUE

               CALL 'BNKCDAY' USING RV-CDAY-AREA

               IF BNKCDAY-RC-OK
                   MOVE BNKCDAY-RESULT-DATE TO RV-EFF-COMPARE-DATE
               END-IF
           END-IF.

       A240-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A250-LOAD-CALENDAR - FETCH THE HOLIDAY TABLE FROM THE
      *    BNKCALQ TS QUEUE, ONCE PER TASK.  A MISSING QUEUE LEAVES
      *    AN EMPTY TABLE - BNKCDAY STILL KNOWS WEEKENDS.
      *----------------------------------------------------------------
       A250-LOAD-CALENDAR.
           IF RV-CAL-LOADED
               GO TO A250-EXIT
           END-IF

           MOVE 'Y' TO RV-CAL-LOADED-SWITCH
           MOVE LENGTH OF BNKCALQ-ENTRY TO BNKCALQ-ENTRY-LEN

           EXEC CICS READQ TS
                QUEUE(BNKCALQ-QUEUE-NAME)
                INTO(BNKCALQ-ENTRY)
                LENGTH(BNKCALQ-ENTRY-LEN)
                ITEM(1)
                RESP(RV-FILE-RESP)
           END-EXEC

           IF RV-FILE-RESP = DFHRESP(NORMAL)
               MOVE BNKCALQ-ENTRY TO BNKCDAY-HOLIDAY-TABLE
           ELSE
               MOVE ZERO TO BNKCDAY-HOLIDAY-COUNT
           END-IF.

       A250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A030-WRITE-AUDIT - RECORD THIS LOOKUP ON AUDTFILE AGAINST
      *    THE OWNING BRANCH AND THE SORT CODE ASKED FOR.  AN AUDIT
      *    WRITE FAILURE IS NOT ALLOWED TO FAIL THE CALLER'S REQUEST.
      *----------------------------------------------------------------
       A030-WRITE-AUDIT.
           MOVE 'SRTCREV' TO AUDTREC-PROGRAM-NAME
           MOVE EIBTRNID TO AUDTREC-TRANID
           MOVE EIBTRMID TO AUDTREC-TERMID
           MOVE EIBTASKN TO AUDTREC-TASKNO
           MOVE RV-AUDIT-BRANCH-ID TO AUDTREC-BRANCH-ID
           MOVE RV-AUDIT-SORT-CODE TO AUDTREC-SORT-CODE
           MOVE RV-AUDIT-EVENT-CODE TO AUDTREC-EVENT-CODE
           MOVE RV-AUDIT-EVENT-TEXT TO AUDTREC-EVENT-TEXT

           EXEC CICS ASKTIME
                ABSTIME(RV-ABS-TIME)
           END-EXEC

           EXEC CICS FORMATTIME
                ABSTIME(RV-ABS-TIME)
                YYYYMMDD(AUDTREC-DATE)
                TIME(AUDTREC-TIME)
           END-EXEC

           EXEC CICS WRITE
                FILE('AUDTFILE')
                FROM(AUDTREC-RECORD)
                RESP(RV-FILE-RESP)
                RESP2(RV-FILE-REASN)
           END-EXEC

           PERFORM A040-PUT-CONTAINER THRU A040-EXIT.

       A030-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A040-PUT-CONTAINER - HAND THE AUDIT ENTRY JUST WRITTEN BACK
      *    TO THE CALLER IN THE SRTCREVU CONTAINER, AS GETSCODE DOES
      *    WITH GETSCDAUD.  NO CHANNEL, NOTHING TO DO.
      *----------------------------------------------------------------
       A040-PUT-CONTAINER.
           IF RV-CHANNEL-NAME = SPACES OR RV-CHANNEL-NAME = LOW-VALUES
               GO TO A040-EXIT
           END-IF

           EXEC CICS PUT CONTAINER('SRTCREVU')
                CHANNEL(RV-CHANNEL-NAME)
                FROM(AUDTREC-RECORD)
           END-EXEC.

       A040-EXIT.
           EXIT.
