      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2022                                      *
      *                                                                *
      ******************************************************************
       CBL CICS('SP,EDF')

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SRTCSRF.
       AUTHOR. James O'Grady.

      ******************************************************************
      *                                                                *
      *  SRTCSRF - SRTCCHE CACHE REFRESH AFTER THE SCHEDULED-CHANGE    *
      *  APPLY (TRANSACTION SCRF).                                     *
      *                                                                *
      *  THE NIGHTLY SRTCSAP JOB APPLIES FUTURE-DATED CHANGES TO       *
      *  SRTCTL IN THE BATCH WINDOW, WHERE IT CANNOT REACH THE         *
      *  SRTCCHE TEMPORARY STORAGE QUEUES, AND LEAVES EACH APPLIED     *
      *  SRTCSCH ENTRY WITH ITS CACHE REFRESH PENDING.  RUN ONCE THE   *
      *  FILES ARE BACK IN CICS, THIS TRANSACTION WALKS SRTCSCH AND    *
      *  FOR EVERY SUCH ENTRY BRINGS THE BRANCH'S LAST-KNOWN-GOOD      *
      *  CACHE ENTRY INTO LINE WITH SRTCTL EXACTLY AS SRTCAPR DOES     *
      *  ON AN APPROVED ONLINE CHANGE - REWRITTEN WHEN THE BRANCH IS   *
      *  SERVABLE, DELETED WHEN IT IS WITHHELD - THEN MARKS THE ENTRY  *
      *  REFRESHED.  IT CAN BE RE-RUN SAFELY; A SUMMARY IS SENT TO     *
      *  THE TERMINAL WHEN THERE IS ONE.                               *
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

       COPY SRTCSCH.

       COPY SRTCTL.

       COPY SRTCCHE.

       01  SR-FILE-RESP                  PIC S9(08) COMP.
       01  SR-ABS-TIME                   PIC S9(15) COMP-3.
       01  SR-TODAY-DATE                 PIC 9(08).

       01  SR-SCHED-KEY                  PIC X(14).
       01  SR-LAST-KEY                   PIC X(14).

       01  SR-SCHED-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  SR-SCHED-EOF                  VALUE 'Y'.

       01  SR-SERVABLE-SWITCH            PIC X(01).
           88  SR-BRANCH-SERVABLE            VALUE 'Y'.

       01  SR-REFRESH-COUNT              PIC 9(05) VALUE ZERO.
       01  SR-FAILED-COUNT               PIC 9(05) VALUE ZERO.

       01  SR-SUMMARY-TEXT.
           05  FILLER                    PIC X(22)
               VALUE 'SRTCCHE REFRESH ENDED '.
           05  SR-ST-REFRESHED           PIC ZZZZ9.
           05  FILLER                    PIC X(12)
               VALUE ' REFRESHED, '.
           05  SR-ST-FAILED              PIC ZZZZ9.
           05  FILLER                    PIC X(07)
               VALUE ' FAILED'.

      *----------------------------------------------------------------
      *    WORKING STORAGE FOR THE BUSINESS-DAY CALENDAR - THE SAME
      *    EFFECTIVE-DATE ROLL GETSCODE A028 APPLIES, WITH THE
      *    HOLIDAY TABLE READ FROM THE BNKCALQ TS QUEUE.
      *----------------------------------------------------------------
       COPY BNKCALQ.

       01  SR-CDAY-AREA.
           COPY BNKCDAY.

       01  BNKCALQ-ENTRY-LEN             PIC S9(04) COMP.

       01  SR-CAL-LOADED-SWITCH          PIC X(01) VALUE 'N'.
           88  SR-CAL-LOADED                 VALUE 'Y'.

       01  SR-EFF-COMPARE-DATE           PIC 9(08).


       PROCEDURE DIVISION.
       PREMIERE SECTION.
       A010.
           EXEC CICS ASKTIME
                ABSTIME(SR-ABS-TIME)
           END-EXEC

           EXEC CICS FORMATTIME
                ABSTIME(SR-ABS-TIME)
                YYYYMMDD(SR-TODAY-DATE)
           END-EXEC

           MOVE LOW-VALUES TO SR-SCHED-KEY
           MOVE LOW-VALUES TO SR-LAST-KEY
           PERFORM A100-START-BROWSE THRU A100-EXIT

           PERFORM A200-NEXT-ENTRY THRU A200-EXIT
               UNTIL SR-SCHED-EOF

           MOVE SR-REFRESH-COUNT TO SR-ST-REFRESHED
           MOVE SR-FAILED-COUNT TO SR-ST-FAILED

           EXEC CICS SEND TEXT
                FROM(SR-SUMMARY-TEXT)
                LENGTH(LENGTH OF SR-SUMMARY-TEXT)
                ERASE
                FREEKB
                RESP(SR-FILE-RESP)
           END-EXEC

           EXEC CICS RETURN
           END-EXEC.

           GOBACK.

      *----------------------------------------------------------------
      *    A100-START-BROWSE - (RE)START THE SRTCSCH BROWSE AT
      *    SR-SCHED-KEY.
      *----------------------------------------------------------------
       A100-START-BROWSE.
           EXEC CICS STARTBR
                FILE('SRTCSCH')
                RIDFLD(SR-SCHED-KEY)
                KEYLENGTH(LENGTH OF SR-SCHED-KEY)
                GTEQ
                RESP(SR-FILE-RESP)
           END-EXEC

           IF SR-FILE-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO SR-SCHED-EOF-SWITCH
           END-IF.

       A100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A200-NEXT-ENTRY - READ THE NEXT SRTCSCH ENTRY.  AN APPLIED
      *    ENTRY WITH ITS CACHE REFRESH PENDING IS HANDLED OUTSIDE
      *    THE BROWSE, WHICH IS THEN RESTARTED AT THE SAME KEY; THE
      *    ENTRY JUST HANDLED IS PASSED OVER ON THE WAY BACK IN, SO
      *    ONE THAT COULD NOT BE MARKED IS NOT TRIED TWICE.
      *----------------------------------------------------------------
       A200-NEXT-ENTRY.
           EXEC CICS READNEXT
                FILE('SRTCSCH')
                INTO(SRTCSCH-RECORD)
                RIDFLD(SR-SCHED-KEY)
                KEYLENGTH(LENGTH OF SR-SCHED-KEY)
                RESP(SR-FILE-RESP)
           END-EXEC

           IF SR-FILE-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO SR-SCHED-EOF-SWITCH
               EXEC CICS ENDBR
                    FILE('SRTCSCH')
                    RESP(SR-FILE-RESP)
               END-EXEC
               GO TO A200-EXIT
           END-IF

           IF NOT SRTCSCH-STATUS-APPLIED
           OR NOT SRTCSCH-CACHE-PENDING
           OR SR-SCHED-KEY = SR-LAST-KEY
               GO TO A200-EXIT
           END-IF

           EXEC CICS ENDBR
                FILE('SRTCSCH')
                RESP(SR-FILE-RESP)
           END-EXEC

           MOVE SR-SCHED-KEY TO SR-LAST-KEY
           PERFORM A300-REFRESH-ENTRY THRU A300-EXIT

           PERFORM A100-START-BROWSE THRU A100-EXIT.

       A200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A300-REFRESH-ENTRY - REFRESH THE CACHE FOR THE BRANCH FROM
      *    ITS CURRENT SRTCTL RECORD AND MARK THE SRTCSCH ENTRY DONE.
      *    A BRANCH NO LONGER ON SRTCTL HAS ITS CACHE ENTRY DELETED.
      *----------------------------------------------------------------
       A300-REFRESH-ENTRY.
           MOVE SRTCSCH-BRANCH-ID TO SRTCTL-BRANCH-ID

           EXEC CICS READ
                FILE('SRTCTL')
                INTO(SRTCTL-RECORD)
                RIDFLD(SRTCTL-BRANCH-ID)
                KEYLENGTH(LENGTH OF SRTCTL-BRANCH-ID)
                RESP(SR-FILE-RESP)
           END-EXEC

           IF SR-FILE-RESP = DFHRESP(NORMAL)
               PERFORM A400-REFRESH-CACHE THRU A400-EXIT
           ELSE
               IF SR-FILE-RESP = DFHRESP(NOTFND)
                   PERFORM A410-DELETE-CACHE THRU A410-EXIT
               ELSE
                   ADD 1 TO SR-FAILED-COUNT
                   GO TO A300-EXIT
               END-IF
           END-IF

           EXEC CICS READ UPDATE
                FILE('SRTCSCH')
                INTO(SRTCSCH-RECORD)
                RIDFLD(SR-LAST-KEY)
                KEYLENGTH(LENGTH OF SR-LAST-KEY)
                RESP(SR-FILE-RESP)
           END-EXEC

           IF SR-FILE-RESP NOT = DFHRESP(NORMAL)
               ADD 1 TO SR-FAILED-COUNT
               GO TO A300-EXIT
           END-IF

           SET SRTCSCH-CACHE-DONE TO TRUE

           EXEC CICS REWRITE
                FILE('SRTCSCH')
                FROM(SRTCSCH-RECORD)
                RESP(SR-FILE-RESP)
           END-EXEC

           IF SR-FILE-RESP = DFHRESP(NORMAL)
               ADD 1 TO SR-REFRESH-COUNT
           ELSE
               ADD 1 TO SR-FAILED-COUNT
           END-IF.

       A300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A400-REFRESH-CACHE - BRING THE BRANCH'S LAST-KNOWN-GOOD
      *    CACHE ENTRY INTO LINE WITH SRTCTL, OR LEAVE IT DELETED
      *    WHEN THE BRANCH IS WITHHELD, AS SRTCAPR A440 DOES.
      *----------------------------------------------------------------
       A400-REFRESH-CACHE.
           PERFORM A410-DELETE-CACHE THRU A410-EXIT

           PERFORM A450-CHECK-SERVABLE THRU A450-EXIT

           IF SR-BRANCH-SERVABLE
               MOVE SRTCTL-SORT-CODE TO SRTCCHE-SORT-CODE
               MOVE SRTCTL-SWIFT-BIC TO SRTCCHE-SWIFT-BIC
               MOVE SRTCTL-IBAN-PREFIX TO SRTCCHE-IBAN-PREFIX
               MOVE SRTCTL-BANK-NAME TO SRTCCHE-BANK-NAME

               EXEC CICS WRITEQ TS
                    QUEUE(SRTCCHE-QUEUE-NAME)
                    FROM(SRTCCHE-ENTRY)
                    LENGTH(LENGTH OF SRTCCHE-ENTRY)
                    RESP(SR-FILE-RESP)
               END-EXEC
           END-IF.

       A400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A410-DELETE-CACHE - DROP THE BRANCH'S CACHE ENTRY.
      *----------------------------------------------------------------
       A410-DELETE-CACHE.
           MOVE SPACES TO SRTCCHE-QUEUE-NAME
           STRING 'SC' DELIMITED BY SIZE
                  SRTCSCH-BRANCH-ID DELIMITED BY SIZE
             INTO SRTCCHE-QUEUE-NAME

           EXEC CICS DELETEQ TS
                QUEUE(SRTCCHE-QUEUE-NAME)
                RESP(SR-FILE-RESP)
           END-EXEC.

       A410-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A450-CHECK-SERVABLE - THE SAME LIFECYCLE RULES GETSCODE
      *    A024 APPLIES ON A LIVE LOOKUP.
      *----------------------------------------------------------------
       A450-CHECK-SERVABLE.
           MOVE 'Y' TO SR-SERVABLE-SWITCH

           PERFORM A455-ROLL-EFFECTIVE THRU A455-EXIT

           EVALUATE TRUE
               WHEN SRTCTL-STATUS-CLOSED
                   MOVE 'N' TO SR-SERVABLE-SWITCH
               WHEN SRTCTL-STATUS-CLOSING
                AND SRTCTL-EFFECTIVE-DATE NUMERIC
                AND SRTCTL-EFFECTIVE-DATE > ZERO
                AND SR-EFF-COMPARE-DATE NOT > SR-TODAY-DATE
                   MOVE 'N' TO SR-SERVABLE-SWITCH
               WHEN SRTCTL-STATUS-PENDING
                AND SRTCTL-EFFECTIVE-DATE NUMERIC
                AND SRTCTL-EFFECTIVE-DATE > ZERO
                AND SR-EFF-COMPARE-DATE NOT > SR-TODAY-DATE
                   CONTINUE
               WHEN SRTCTL-STATUS-PENDING
                   MOVE 'N' TO SR-SERVABLE-SWITCH
           END-EVALUATE.

       A450-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A455-ROLL-EFFECTIVE - THE SAME BUSINESS-DAY ROLL GETSCODE
      *    A028 APPLIES: AN EFFECTIVE DATE ON A WEEKEND OR BANK
      *    HOLIDAY IS COMPARED AS THE NEXT BUSINESS DAY.
      *----------------------------------------------------------------
       A455-ROLL-EFFECTIVE.
           IF SRTCTL-EFFECTIVE-DATE NUMERIC
               MOVE SRTCTL-EFFECTIVE-DATE TO SR-EFF-COMPARE-DATE
           ELSE
               MOVE ZEROS TO SR-EFF-COMPARE-DATE
           END-IF

           IF SR-EFF-COMPARE-DATE = ZERO
               GO TO A455-EXIT
           END-IF

           PERFORM A457-LOAD-CALENDAR THRU A457-EXIT

           SET BNKCDAY-FUNC-IS-BUSDAY TO TRUE
           MOVE SR-EFF-COMPARE-DATE TO BNKCDAY-DATE

           CALL 'BNKCDAY' USING SR-CDAY-AREA

           IF BNKCDAY-RC-OK AND NOT BNKCDAY-IS-BUSINESS-DAY
               SET BNKCDAY-FUNC-NEXT TO TRUE

               CALL 'BNKCDAY' USING SR-CDAY-AREA

               IF BNKCDAY-RC-OK
                   MOVE BNKCDAY-RESULT-DATE TO SR-EFF-COMPARE-DATE
               END-IF
           END-IF.

       A455-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A457-LOAD-CALENDAR - FETCH THE HOLIDAY TABLE FROM THE
      *    BNKCALQ TS QUEUE, ONCE PER TASK.  A MISSING QUEUE LEAVES
      *    AN EMPTY TABLE - WEEKEND-ONLY ROLLING.
      *----------------------------------------------------------------
       A457-LOAD-CALENDAR.
           IF SR-CAL-LOADED
               GO TO A457-EXIT
           END-IF

           MOVE 'Y' TO SR-CAL-LOADED-SWITCH
           MOVE LENGTH OF BNKCALQ-ENTRY TO BNKCALQ-ENTRY-LEN

           EXEC CICS READQ TS
                QUEUE(BNKCALQ-QUEUE-NAME)
                INTO(BNKCALQ-ENTRY)
                LENGTH(BNKCALQ-ENTRY-LEN)
                ITEM(1)
                RESP(SR-FILE-RESP)
           END-EXEC

           IF SR-FILE-RESP = DFHRESP(NORMAL)
               MOVE BNKCALQ-ENTRY TO BNKCDAY-HOLIDAY-TABLE
           ELSE
               MOVE ZERO TO BNKCDAY-HOLIDAY-COUNT
           END-IF.

       A457-EXIT.
           EXIT.
