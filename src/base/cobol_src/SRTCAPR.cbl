      *  QUEUE, THE CHECKER IS TOLD TO REVIEW AND REJECT RATHER THAN   *
      *  OVERWRITE A RECORD NEITHER OPERATOR HAS SEEN.                 *
      *                                                                *
      *  A FUTURE-DATED CHANGE (FUNCTION F) IS NOT APPLIED HERE: ON    *
      *  APPROVAL IT MOVES TO THE SRTCSCH SCHEDULED-CHANGE FILE, AND   *
      *  THE JOURNAL, CACHE AND SCEVENT TRAIL IS WRITTEN WHEN THE      *
      *  NIGHTLY SRTCSAP JOB APPLIES IT ON ITS EFFECTIVE DATE.         *
      *                                                                *
      ******************************************************************
      *  MODIFICATION HISTORY                                          *
      *  ----------------------------------------------------------    *
      *  2026-09-01  SRT  INITIAL VERSION.                             *
      *  2026-10-15  SRT  APPROVING A FUTURE-DATED CHANGE (FUNCTION F) *
      *                   NOW WRITES IT TO THE SRTCSCH SCHEDULED-      *
      *                   CHANGE FILE FOR SRTCSAP TO APPLY ON ITS      *
      *                   EFFECTIVE DATE, INSTEAD OF TO SRTCTL.        *
      *  2026-10-15  SRT  A NEW SORT CODE IS RE-CHECKED AGAINST THE    *
      *                   SRTCALR ALLOCATION REGISTER BEFORE APPROVAL, *
      *                   AND THE REGISTER IS KEPT IN STEP WITH WHAT   *
      *                   IS APPLIED: THE NEW CODE IS TAKEN, A CODE    *
      *                   GIVEN UP OR BELONGING TO A BRANCH CLOSED TO  *
      *                   STATUS X IS QUARANTINED, AND THE NEW CODE OF *
      *                   A FUTURE-DATED CHANGE IS RESERVED FOR THE    *
      *                   BRANCH UNTIL SRTCSAP APPLIES IT.             *
      ******************************************************************

       ENVIRONMENT DIVISION.

       COPY SRTCCHE.

       COPY SRTCSCH.

      *----------------------------------------------------------------
      *    THE BEFORE IMAGE OVERLAID WITH THE SRTCTL LAYOUT, SO THE
      *    DISPLAY AND THE DRIFT CHECK CAN GET AT ITS FIELDS WITHOUT
           88  AP-BRANCH-SERVABLE            VALUE 'Y'.

       01  AP-OLD-SORT-CODE              PIC X(06).
       01  AP-SCHED-KEY                  PIC X(14).

      *----------------------------------------------------------------
      *    WORKING STORAGE FOR THE SORT CODE ALLOCATION REGISTER.
      *    AP-ALLOC-CODE IS THE CODE WHOSE SRTCALR ENTRY A487 IS
      *    ABOUT TO CHANGE, AND AP-ALLOC-CLOSED THE CLOSURE DATE A
      *    QUARANTINE RUNS FROM.
      *----------------------------------------------------------------
       COPY SRTCALR.

       01  AP-ALC-AREA.
           COPY SRTCALC.

       01  AP-ALLOC-CODE                 PIC X(06).
       01  AP-ALLOC-CLOSED               PIC 9(08).
       01  AP-ALLOC-DAYS                 PIC 9(04).

       01  AP-ALLOC-FAIL-SWITCH          PIC X(01).
           88  AP-ALLOC-FAILED               VALUE 'Y'.

      *----------------------------------------------------------------
      *    WORKING STORAGE FOR THE BUSINESS-DAY CALENDAR - THE SAME
           MOVE SRTCTL-EFFECTIVE-DATE TO AEFFDO
           MOVE SRTCTL-SUCCESSOR-ID TO ASUCCO

           IF SRTCPND-FUNCTION-SCHEDULED
               STRING 'FUTURE-DATED FOR '  DELIMITED BY SIZE
                      SRTCPND-SCHED-DATE   DELIMITED BY SIZE
                      ' - PF5 APPROVE, PF6 REJECT'
                                           DELIMITED BY SIZE
                   INTO MSGPO
               END-STRING
           END-IF

           MOVE 'D' TO AP-WORK-STATE

           EXEC CICS SEND MAP('SRTCAPR1')
      *    RE-READ (IT MAY HAVE EXPIRED OR BEEN DECIDED ELSEWHERE);
      *    AN UPDATE IS ONLY APPLIED OVER AN SRTCTL RECORD THAT
      *    STILL MATCHES THE BEFORE IMAGE.  ON SUCCESS THE PENDING
      *    RECORD IS DELETED AND THE FULL TRAIL IS WRITTEN.  A
      *    FUTURE-DATED CHANGE GOES TO A470 INSTEAD.
      *----------------------------------------------------------------
       A400-APPROVE-CHANGE.
           MOVE 'N' TO AP-FOUND-SWITCH
           END-IF

           MOVE SRTCPND-BEFORE-IMAGE TO AP-BEFORE-RECORD
           MOVE 'N' TO AP-ALLOC-FAIL-SWITCH

           IF SRTCPND-FUNCTION-SCHEDULED
               PERFORM A470-SCHEDULE-CHANGE THRU A470-EXIT
               GO TO A400-EXIT
           END-IF

           MOVE SRTCPND-AFTER-IMAGE TO SRTCTL-RECORD
           IF SRTCPND-FUNCTION-ADD
            OR SRTCTL-SORT-CODE NOT = AP-BEF-SORT-CODE
               PERFORM A480-CHECK-ALLOCATION THRU A480-EXIT
               IF AP-ALLOC-FAILED
                   PERFORM A490-SEND-DATAONLY THRU A490-EXIT
                   GO TO A400-EXIT
               END-IF
           END-IF

           IF SRTCPND-FUNCTION-ADD
               MOVE SRTCPND-AFTER-IMAGE TO SRTCTL-RECORD
           PERFORM A430-WRITE-JOURNAL THRU A430-EXIT
           PERFORM A440-REFRESH-CACHE THRU A440-EXIT
           PERFORM A460-PUBLISH-EVENT THRU A460-EXIT
           PERFORM A485-UPDATE-REGISTER THRU A485-EXIT

           EVALUATE TRUE
               WHEN AP-TRAIL-FAILED
                   MOVE 'CHANGE APPLIED - JOURNAL/EVENT WRITE FAILED'
                     TO MSGPO
               WHEN AP-ALLOC-FAILED
                   MOVE 'CHANGE APPLIED - ALLOC REGISTER NOT UPDATED'
                     TO MSGPO
               WHEN OTHER
                   MOVE 'CHANGE APPROVED AND APPLIED' TO MSGPO
           END-EVALUATE

           MOVE 'E' TO AP-WORK-STATE
           PERFORM A490-SEND-DATAONLY THRU A490-EXIT.
       A460-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A470-SCHEDULE-CHANGE - PF5 ON A FUTURE-DATED CHANGE.  THE
      *    EFFECTIVE DATE MUST STILL BE IN THE FUTURE (A CHANGE LEFT
      *    ON THE QUEUE PAST ITS DATE IS REJECTED AND KEYED AGAIN)
      *    AND THE BRANCH STILL ON SRTCTL.  THE CHANGE IS WRITTEN TO
      *    SRTCSCH WITH BOTH PAIRS OF HANDS AND THE OLD AND NEW
      *    PAYMENT FIELDS, AND COMES OFF THE PENDING QUEUE.  SRTCTL
      *    IS NOT TOUCHED - SRTCSAP APPLIES THE CHANGE, AND WRITES
      *    THE JOURNAL AND SCEVENT TRAIL, ON THE EFFECTIVE DATE.
      *----------------------------------------------------------------
       A470-SCHEDULE-CHANGE.
           EXEC CICS ASKTIME
                ABSTIME(AP-ABS-TIME)
           END-EXEC

           EXEC CICS FORMATTIME
                ABSTIME(AP-ABS-TIME)
                YYYYMMDD(AP-TODAY-DATE)
           END-EXEC

           IF SRTCPND-SCHED-DATE NOT NUMERIC
            OR SRTCPND-SCHED-DATE NOT > AP-TODAY-DATE
               MOVE 'EFFECTIVE DATE HAS PASSED - REJECT AND KEY AGAIN'
                 TO MSGPO
               PERFORM A490-SEND-DATAONLY THRU A490-EXIT
               GO TO A470-EXIT
           END-IF

           MOVE AP-WORK-BRANCH-ID TO SRTCTL-BRANCH-ID
           EXEC CICS READ
                FILE('SRTCTL')
                INTO(SRTCTL-RECORD)
                RIDFLD(SRTCTL-BRANCH-ID)
                KEYLENGTH(LENGTH OF SRTCTL-BRANCH-ID)
                RESP(AP-FILE-RESP)
           END-EXEC
           IF AP-FILE-RESP NOT = DFHRESP(NORMAL)
               MOVE 'BRANCH NO LONGER ON SRTCTL - REVIEW/REJECT'
                 TO MSGPO
               PERFORM A490-SEND-DATAONLY THRU A490-EXIT
               GO TO A470-EXIT
           END-IF

           MOVE SRTCPND-AFTER-IMAGE TO SRTCTL-RECORD

           IF SRTCTL-SORT-CODE NOT = AP-BEF-SORT-CODE
               PERFORM A480-CHECK-ALLOCATION THRU A480-EXIT
               IF AP-ALLOC-FAILED
                   PERFORM A490-SEND-DATAONLY THRU A490-EXIT
                   GO TO A470-EXIT
               END-IF
           END-IF

           MOVE SPACES TO SRTCSCH-RECORD
           MOVE SRTCPND-BRANCH-ID TO SRTCSCH-BRANCH-ID
           MOVE SRTCPND-SCHED-DATE TO SRTCSCH-EFFECTIVE-DATE
           SET SRTCSCH-STATUS-WAITING TO TRUE
           MOVE AP-BEF-SORT-CODE TO SRTCSCH-OLD-SORT-CODE
           MOVE AP-BEF-SWIFT-BIC TO SRTCSCH-OLD-SWIFT-BIC
           MOVE AP-BEF-IBAN-PREFIX TO SRTCSCH-OLD-IBAN-PREFIX
           MOVE AP-BEF-BANK-NAME TO SRTCSCH-OLD-BANK-NAME
           MOVE SRTCTL-SORT-CODE TO SRTCSCH-NEW-SORT-CODE
           MOVE SRTCTL-SWIFT-BIC TO SRTCSCH-NEW-SWIFT-BIC
           MOVE SRTCTL-IBAN-PREFIX TO SRTCSCH-NEW-IBAN-PREFIX
           MOVE SRTCTL-BANK-NAME TO SRTCSCH-NEW-BANK-NAME
           MOVE SRTCPND-MAKER TO SRTCSCH-MAKER
           MOVE SRTCPND-MAKER-TERMID TO SRTCSCH-MAKER-TERMID
           MOVE SRTCPND-DATE TO SRTCSCH-QUEUED-DATE
           MOVE SRTCPND-TIME TO SRTCSCH-QUEUED-TIME
           MOVE AP-CHECKER-USERID TO SRTCSCH-CHECKER

           EXEC CICS FORMATTIME
                ABSTIME(AP-ABS-TIME)
                YYYYMMDD(SRTCSCH-APPROVED-DATE)
                TIME(SRTCSCH-APPROVED-TIME)
           END-EXEC

           MOVE ZEROS TO SRTCSCH-APPLIED-DATE
           MOVE ZEROS TO SRTCSCH-APPLIED-TIME
           MOVE SRTCSCH-KEY TO AP-SCHED-KEY

           EXEC CICS WRITE
                FILE('SRTCSCH')
                FROM(SRTCSCH-RECORD)
                RIDFLD(AP-SCHED-KEY)
                KEYLENGTH(LENGTH OF AP-SCHED-KEY)
                RESP(AP-FILE-RESP)
           END-EXEC

           IF AP-FILE-RESP = DFHRESP(DUPREC)
               MOVE 'A CHANGE IS ALREADY SCHEDULED FOR THAT DATE'
                 TO MSGPO
               PERFORM A490-SEND-DATAONLY THRU A490-EXIT
               GO TO A470-EXIT
           END-IF

           IF AP-FILE-RESP NOT = DFHRESP(NORMAL)
               MOVE 'UNABLE TO WRITE THE CHANGE TO SRTCSCH' TO MSGPO
               PERFORM A490-SEND-DATAONLY THRU A490-EXIT
               GO TO A470-EXIT
           END-IF

           EXEC CICS DELETE
                FILE('SRTCPND')
                RIDFLD(SRTCPND-BRANCH-ID)
                KEYLENGTH(LENGTH OF SRTCPND-BRANCH-ID)
                RESP(AP-FILE-RESP)
           END-EXEC

           IF SRTCSCH-NEW-SORT-CODE NOT = SRTCSCH-OLD-SORT-CODE
               MOVE SRTCSCH-NEW-SORT-CODE TO AP-ALLOC-CODE
               SET SRTCALC-FUNC-RESERVE TO TRUE
               PERFORM A487-APPLY-REGISTER THRU A487-EXIT
           END-IF

           MOVE SPACES TO MSGPO
           STRING 'CHANGE APPROVED - SCHEDULED FOR '
                                          DELIMITED BY SIZE
                  SRTCSCH-EFFECTIVE-DATE  DELIMITED BY SIZE
               INTO MSGPO
           END-STRING

           MOVE 'E' TO AP-WORK-STATE
           PERFORM A490-SEND-DATAONLY THRU A490-EXIT.

       A470-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A480-CHECK-ALLOCATION - THE CHANGE GIVES THE BRANCH THE
      *    SORT CODE IN SRTCTL-RECORD (THE AFTER IMAGE).  SRTCMNT
      *    CHECKED IT AGAINST THE SRTCALR ALLOCATION REGISTER WHEN IT
      *    WAS KEYED, BUT ANOTHER BRANCH MAY HAVE BEEN GIVEN IT WHILE
      *    THE CHANGE SAT ON THE QUEUE, SO IT IS CHECKED AGAIN BEFORE
      *    ANYTHING IS WRITTEN.  ON A REFUSAL AP-ALLOC-FAILED IS SET
      *    AND THE REASON IS IN MSGPO.
      *----------------------------------------------------------------
       A480-CHECK-ALLOCATION.
           MOVE 'N' TO AP-ALLOC-FAIL-SWITCH
           MOVE 'C' TO SRTCALR-REC-TYPE
           MOVE SRTCTL-SORT-CODE TO SRTCALR-SORT-CODE

           EXEC CICS READ
                FILE('SRTCALR')
                INTO(SRTCALR-RECORD)
                RIDFLD(SRTCALR-KEY)
                KEYLENGTH(LENGTH OF SRTCALR-KEY)
                RESP(AP-FILE-RESP)
           END-EXEC

           EVALUATE TRUE
               WHEN AP-FILE-RESP = DFHRESP(NORMAL)
                   MOVE SRTCALR-RECORD TO SRTCALC-ENTRY
               WHEN AP-FILE-RESP = DFHRESP(NOTFND)
                   MOVE SPACES TO SRTCALC-ENTRY
               WHEN OTHER
                   MOVE 'Y' TO AP-ALLOC-FAIL-SWITCH
                   MOVE 'ALLOCATION REGISTER UNAVAILABLE - TRY LATER'
                     TO MSGPO
                   GO TO A480-EXIT
           END-EVALUATE

           PERFORM A489-SET-TODAY THRU A489-EXIT

           SET SRTCALC-FUNC-CHECK TO TRUE
           MOVE SRTCTL-BRANCH-ID TO SRTCALC-BRANCH-ID
           MOVE SPACES TO SRTCALC-PROJECT
           MOVE SPACES TO SRTCALC-USER
           MOVE ZEROS TO SRTCALC-CLOSED-DATE
           MOVE ZEROS TO SRTCALC-QUAR-DAYS

           CALL 'SRTCALC' USING AP-ALC-AREA

           IF SRTCALC-RC-REFUSED
               MOVE 'Y' TO AP-ALLOC-FAIL-SWITCH
               MOVE SRTCALC-MESSAGE TO MSGPO
           END-IF.

       A480-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A485-UPDATE-REGISTER - BRING THE SRTCALR ALLOCATION
      *    REGISTER INTO LINE WITH THE CHANGE JUST APPLIED.  A NEW
      *    SORT CODE IS TAKEN BY THE BRANCH AND THE ONE IT GAVE UP IS
      *    QUARANTINED FROM TODAY.  A BRANCH CLOSED TO STATUS X HAS
      *    ITS CODE QUARANTINED FROM ITS CLOSURE EFFECTIVE DATE, AND
      *    A BRANCH REOPENED FROM X TAKES ITS CODE BACK.  A FAILURE
      *    DOES NOT UNDO THE CHANGE BUT IS FLAGGED ON THE SCREEN.
      *----------------------------------------------------------------
       A485-UPDATE-REGISTER.
           MOVE 'N' TO AP-ALLOC-FAIL-SWITCH

           IF SRTCPND-FUNCTION-ADD
            OR SRTCTL-SORT-CODE NOT = AP-BEF-SORT-CODE
               MOVE SRTCTL-SORT-CODE TO AP-ALLOC-CODE
               SET SRTCALC-FUNC-TAKE TO TRUE
               PERFORM A487-APPLY-REGISTER THRU A487-EXIT
               IF NOT SRTCPND-FUNCTION-ADD
                AND AP-BEF-SORT-CODE NOT = SPACES
                   MOVE AP-BEF-SORT-CODE TO AP-ALLOC-CODE
                   MOVE ZEROS TO AP-ALLOC-CLOSED
                   SET SRTCALC-FUNC-QUARANTINE TO TRUE
                   PERFORM A487-APPLY-REGISTER THRU A487-EXIT
               END-IF
           ELSE
               IF NOT SRTCTL-STATUS-CLOSED
                AND AP-BEF-STATUS = 'X'
                   MOVE SRTCTL-SORT-CODE TO AP-ALLOC-CODE
                   SET SRTCALC-FUNC-TAKE TO TRUE
                   PERFORM A487-APPLY-REGISTER THRU A487-EXIT
               END-IF
           END-IF

           IF SRTCTL-STATUS-CLOSED
            AND (SRTCPND-FUNCTION-ADD OR AP-BEF-STATUS NOT = 'X')
               MOVE SRTCTL-SORT-CODE TO AP-ALLOC-CODE
               IF SRTCTL-EFFECTIVE-DATE NUMERIC
                   MOVE SRTCTL-EFFECTIVE-DATE TO AP-ALLOC-CLOSED
               ELSE
                   MOVE ZEROS TO AP-ALLOC-CLOSED
               END-IF
               SET SRTCALC-FUNC-QUARANTINE TO TRUE
               PERFORM A487-APPLY-REGISTER THRU A487-EXIT
           END-IF.

       A485-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A487-APPLY-REGISTER - RUN THE SRTCALC FUNCTION ALREADY SET
      *    AGAINST AP-ALLOC-CODE'S SRTCALR ENTRY FOR THE BRANCH IN
      *    SRTCPND-BRANCH-ID AND REWRITE THE ENTRY.  A CODE THAT IS
      *    NOT ON THE REGISTER (ONE ISSUED BEFORE THE REGISTER
      *    EXISTED) IS LEFT ALONE.  A QUARANTINE NEEDS THE PERIOD
      *    FROM THE CODE'S RANGE RECORD, READ FIRST SO NO SECOND READ
      *    IS ISSUED WHILE THE CODE IS HELD FOR UPDATE.  A RESERVE
      *    THAT SRTCALC REFUSES IS NOT A FAILURE - THE CODE IS
      *    ALREADY THE BRANCH'S OWN.
      *----------------------------------------------------------------
       A487-APPLY-REGISTER.
           PERFORM A489-SET-TODAY THRU A489-EXIT
           MOVE ZEROS TO AP-ALLOC-DAYS

           MOVE 'C' TO SRTCALR-REC-TYPE
           MOVE AP-ALLOC-CODE TO SRTCALR-SORT-CODE

           IF SRTCALC-FUNC-QUARANTINE
               EXEC CICS READ
                    FILE('SRTCALR')
                    INTO(SRTCALR-RECORD)
                    RIDFLD(SRTCALR-KEY)
                    KEYLENGTH(LENGTH OF SRTCALR-KEY)
                    RESP(AP-FILE-RESP)
               END-EXEC
               IF AP-FILE-RESP = DFHRESP(NOTFND)
                   GO TO A487-EXIT
               END-IF
               IF AP-FILE-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'Y' TO AP-ALLOC-FAIL-SWITCH
                   GO TO A487-EXIT
               END-IF
               MOVE 'R' TO SRTCALR-REC-TYPE
               MOVE SRTCALR-RANGE-START TO SRTCALR-SORT-CODE
               EXEC CICS READ
                    FILE('SRTCALR')
                    INTO(SRTCALR-RECORD)
                    RIDFLD(SRTCALR-KEY)
                    KEYLENGTH(LENGTH OF SRTCALR-KEY)
                    RESP(AP-FILE-RESP)
               END-EXEC
               IF AP-FILE-RESP = DFHRESP(NORMAL)
                AND SRTCALR-QUAR-DAYS NUMERIC
                   MOVE SRTCALR-QUAR-DAYS TO AP-ALLOC-DAYS
               END-IF
               MOVE 'C' TO SRTCALR-REC-TYPE
               MOVE AP-ALLOC-CODE TO SRTCALR-SORT-CODE
           END-IF

           EXEC CICS READ
                FILE('SRTCALR')
                INTO(SRTCALR-RECORD)
                RIDFLD(SRTCALR-KEY)
                KEYLENGTH(LENGTH OF SRTCALR-KEY)
                UPDATE
                RESP(AP-FILE-RESP)
           END-EXEC

           IF AP-FILE-RESP = DFHRESP(NOTFND)
               GO TO A487-EXIT
           END-IF

           IF AP-FILE-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO AP-ALLOC-FAIL-SWITCH
               GO TO A487-EXIT
           END-IF

           MOVE SRTCALR-RECORD TO SRTCALC-ENTRY
           MOVE SRTCPND-BRANCH-ID TO SRTCALC-BRANCH-ID
           IF SRTCALC-FUNC-RESERVE
               MOVE 'SRTCSCH' TO SRTCALC-PROJECT
           ELSE
               MOVE SPACES TO SRTCALC-PROJECT
           END-IF
           MOVE AP-CHECKER-USERID TO SRTCALC-USER
           MOVE AP-ALLOC-CLOSED TO SRTCALC-CLOSED-DATE
           MOVE AP-ALLOC-DAYS TO SRTCALC-QUAR-DAYS

           CALL 'SRTCALC' USING AP-ALC-AREA

           IF SRTCALC-RC-REFUSED
               EXEC CICS UNLOCK
                    FILE('SRTCALR')
               END-EXEC
               IF NOT SRTCALC-FUNC-RESERVE
                   MOVE 'Y' TO AP-ALLOC-FAIL-SWITCH
               END-IF
               GO TO A487-EXIT
           END-IF

           MOVE SRTCALC-ENTRY TO SRTCALR-RECORD

           EXEC CICS REWRITE
                FILE('SRTCALR')
                FROM(SRTCALR-RECORD)
                RESP(AP-FILE-RESP)
           END-EXEC

           IF AP-FILE-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO AP-ALLOC-FAIL-SWITCH
           END-IF.

       A487-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A489-SET-TODAY - TODAY'S DATE FOR THE SRTCALC RULES.
      *----------------------------------------------------------------
       A489-SET-TODAY.
           EXEC CICS ASKTIME
                ABSTIME(AP-ABS-TIME)
           END-EXEC

           EXEC CICS FORMATTIME
                ABSTIME(AP-ABS-TIME)
                YYYYMMDD(SRTCALC-TODAY)
           END-EXEC.

       A489-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A490-SEND-DATAONLY - REDISPLAY THE SCREEN WITH THE MESSAGE
      *    JUST SET.
