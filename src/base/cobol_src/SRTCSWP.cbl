      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2022                                      *
      *                                                                *
      ******************************************************************
       CBL CICS('SP,EDF')

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SRTCSWP.
       AUTHOR. James O'Grady.

      ******************************************************************
      *                                                                *
      *  SRTCSWP - PERIODIC CONSISTENCY SWEEP OF THE SRTCCHE CACHE     *
      *  AGAINST SRTCTL (TRANSACTION SCSW).                            *
      *                                                                *
      *  GETSCODE A021, SRTCPLT, SRTCAPR A440 AND SRTCSRF ALL WRITE    *
      *  THE PER-BRANCH SRTCCHE QUEUES, BUT SRTCRECN, SRTCTON AND      *
      *  SRTCRET CHANGE SRTCTL IN BATCH WITHOUT TOUCHING THEM, SO A    *
      *  QUEUE CAN GO STALE AND NOBODY KNOWS UNTIL THE GETSCODE        *
      *  FALLBACK SERVES IT.  THIS TRANSACTION RUNS ON AN INTERVAL     *
      *  AND WALKS SRTCTL END TO END, APPLYING THE SAME SERVABLE RULE  *
      *  AS GETSCODE A024 (WITH THE BNKCDAY EFFECTIVE-DATE ROLL), AND  *
      *  FINDS:                                                        *
      *    - STALE ENTRIES: A SERVABLE BRANCH WHOSE CACHED PAYMENT     *
      *      DATA DIFFERS FROM SRTCTL;                                 *
      *    - WITHHELD ENTRIES: A CLOSED, CLOSURE-EFFECTIVE OR NOT YET  *
      *      OPEN BRANCH THAT STILL HAS A QUEUE;                       *
      *    - MISSING ENTRIES: A SERVABLE BRANCH WITH NO QUEUE;         *
      *    - ORPHAN ENTRIES: A CACHE QUEUE FOR A BRANCH NO LONGER ON   *
      *      SRTCTL AT ALL (RETIRED BY SRTCRET), FOUND BY BROWSING THE *
      *      TS QUEUES.                                                *
      *  IN REPAIR MODE EACH ONE IS PUT RIGHT - A STALE ENTRY IS       *
      *  REWRITTEN IN PLACE AS GETSCODE A021 DOES, A MISSING ONE IS    *
      *  WRITTEN, A WITHHELD OR ORPHAN QUEUE IS DELETED; IN REPORT     *
      *  MODE IT IS ONLY COUNTED.  EVERY SWEEP SENDS A                 *
      *  SUMMARY TO THE OPERATOR CONSOLE AND WRITES ONE AUDTFILE       *
      *  RECORD - EVENT SW WHEN THE CACHE WAS CLEAN, SD WHEN ANYTHING  *
      *  WAS FOUND - SO A RUN OF DRIFT SHOWS IN AUDTINQ AND AUDTRPT.   *
      *                                                                *
      *  THE MODE AND INTERVAL ARE THE SRTCSWP SETTING, CARRIED FROM   *
      *  SWEEP TO SWEEP ON THE START FOR THE NEXT ONE.  THE START      *
      *  ALWAYS USES THE SAME REQID AND ANY OUTSTANDING ONE IS         *
      *  CANCELLED FIRST, SO THERE IS ONLY EVER ONE CHAIN.  ENTERED AT *
      *  A TERMINAL AS 'SCSW M HHMMSS' IT SWEEPS AT ONCE, TAKES THE    *
      *  NEW SETTING FORWARD AND SENDS THE SUMMARY TO THE TERMINAL.    *
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

       COPY SRTCTL.

       COPY SRTCCHE.

       COPY SRTCSWP.

       COPY AUDTREC.

       01  SW-FILE-RESP                  PIC S9(08) COMP.
       01  SW-ABS-TIME                   PIC S9(15) COMP-3.
       01  SW-TODAY-DATE                 PIC 9(08).
       01  SW-STARTCODE                  PIC X(02).

       01  SW-BROWSE-KEY                 PIC X(06).

       01  SW-EOF-SWITCH                 PIC X(01) VALUE 'N'.
           88  SW-EOF                        VALUE 'Y'.

       01  SW-SERVABLE-SWITCH            PIC X(01).
           88  SW-BRANCH-SERVABLE            VALUE 'Y'.

       01  SW-TERMINAL-SWITCH            PIC X(01) VALUE 'N'.
           88  SW-FROM-TERMINAL              VALUE 'Y'.

       01  SW-BAD-SETTING-SWITCH         PIC X(01) VALUE 'N'.
           88  SW-BAD-SETTING                VALUE 'Y'.

       01  SW-BROWSE-FAIL-SWITCH         PIC X(01) VALUE 'N'.
           88  SW-BROWSE-FAILED              VALUE 'Y'.

      *----------------------------------------------------------------
      *    THE SETTING USED WHEN THE SWEEP IS STARTED WITH NO DATA -
      *    THE FIRST SWEEP AFTER CICS START-UP.
      *----------------------------------------------------------------
       01  SW-DEFAULT-MODE               PIC X(01) VALUE 'R'.
       01  SW-DEFAULT-INTERVAL           PIC X(06) VALUE '003000'.

       01  SW-INTERVAL                   PIC S9(07) COMP-3.
       01  SW-SETTING-LEN                PIC S9(04) COMP.
       01  SW-INPUT-LEN                  PIC S9(04) COMP.

       01  SW-INPUT-AREA.
           05  SW-INPUT-TRANID           PIC X(04).
           05  FILLER                    PIC X(01).
           05  SW-INPUT-MODE             PIC X(01).
           05  FILLER                    PIC X(01).
           05  SW-INPUT-INTERVAL         PIC X(06).
           05  FILLER                    PIC X(67).

      *----------------------------------------------------------------
      *    THE CACHE ENTRY AS READ BACK FROM THE QUEUE, AND THE ENTRY
      *    SRTCTL SAYS IT SHOULD HOLD.
      *----------------------------------------------------------------
       01  SW-CACHED-ENTRY               PIC X(56).
       01  SW-CACHED-LEN                 PIC S9(04) COMP.

       01  SW-QUEUE-STATE                PIC X(01).
           88  SW-QUEUE-PRESENT              VALUE 'P'.
           88  SW-QUEUE-ABSENT               VALUE 'A'.

      *----------------------------------------------------------------
      *    ORPHAN QUEUES FOUND WHILE BROWSING THE TS QUEUES, DELETED
      *    IN REPAIR MODE AFTER THE BROWSE HAS ENDED.  A CACHE QUEUE IS
      *    NAMED 'SC' + BRANCH ID AND HOLDS ONE SRTCCHE ENTRY, SO ONLY
      *    A QUEUE OF THAT SHAPE IS TAKEN FOR ONE.  AN ORPHAN FOUND
      *    WITH THE TABLE FULL IS COUNTED AS LEFT FOR THE NEXT SWEEP.
      *----------------------------------------------------------------
       01  SW-TSQ-NAME                   PIC X(08).
       01  SW-TSQ-ITEMS                  PIC S9(04) COMP.
       01  SW-TSQ-MAXLEN                 PIC S9(04) COMP.

       01  SW-ORPHAN-TABLE.
           05  SW-ORPHAN-USED            PIC S9(04) COMP VALUE ZERO.
           05  SW-ORPHAN-NAME            PIC X(08) OCCURS 200.

       01  SW-OX                         PIC S9(04) COMP.

       01  SW-CACHE-ITEM                 PIC S9(04) COMP.

       01  SW-CHECKED-COUNT              PIC 9(05) VALUE ZERO.
       01  SW-STALE-COUNT                PIC 9(04) VALUE ZERO.
       01  SW-WITHHELD-COUNT             PIC 9(04) VALUE ZERO.
       01  SW-MISSING-COUNT              PIC 9(04) VALUE ZERO.
       01  SW-ORPHAN-COUNT               PIC 9(04) VALUE ZERO.
       01  SW-REPAIRED-COUNT             PIC 9(04) VALUE ZERO.
       01  SW-FAILED-COUNT               PIC 9(02) VALUE ZERO.
       01  SW-LEFT-COUNT                 PIC 9(04) VALUE ZERO.

       01  SW-OPERATOR-MSG.
           05  FILLER                    PIC X(08) VALUE 'SRTCSWP '.
           05  SW-OM-MODE                PIC X(06).
           05  FILLER                    PIC X(09) VALUE ' CHECKED '.
           05  SW-OM-CHECKED             PIC ZZZZ9.
           05  FILLER                    PIC X(07) VALUE ' STALE '.
           05  SW-OM-STALE               PIC ZZZ9.
           05  FILLER                    PIC X(10) VALUE ' WITHHELD '.
           05  SW-OM-WITHHELD            PIC ZZZ9.
           05  FILLER                    PIC X(09) VALUE ' MISSING '.
           05  SW-OM-MISSING             PIC ZZZ9.
           05  FILLER                    PIC X(08) VALUE ' ORPHAN '.
           05  SW-OM-ORPHAN              PIC ZZZ9.
           05  FILLER                    PIC X(10) VALUE ' REPAIRED '.
           05  SW-OM-REPAIRED            PIC ZZZ9.
           05  FILLER                    PIC X(08) VALUE ' FAILED '.
           05  SW-OM-FAILED              PIC Z9.
           05  FILLER                    PIC X(06) VALUE ' LEFT '.
           05  SW-OM-LEFT                PIC ZZZ9.

      *----------------------------------------------------------------
      *    THE SWEEP'S COUNTS IN THE 40 BYTES OF AUDTREC-EVENT-TEXT:
      *    MODE (F REPAIR, R REPORT), S STALE, W WITHHELD, M MISSING,
      *    O ORPHAN, E FAILED REPAIRS, L ORPHANS LEFT FOR NEXT SWEEP.
      *----------------------------------------------------------------
       01  SW-AUDIT-TEXT.
           05  SW-AT-MODE                PIC X(01).
           05  FILLER                    PIC X(03) VALUE ' S='.
           05  SW-AT-STALE               PIC 9(04).
           05  FILLER                    PIC X(03) VALUE ' W='.
           05  SW-AT-WITHHELD            PIC 9(04).
           05  FILLER                    PIC X(03) VALUE ' M='.
           05  SW-AT-MISSING             PIC 9(04).
           05  FILLER                    PIC X(03) VALUE ' O='.
           05  SW-AT-ORPHAN              PIC 9(04).
           05  FILLER                    PIC X(03) VALUE ' E='.
           05  SW-AT-FAILED              PIC 9(02).
           05  FILLER                    PIC X(03) VALUE ' L='.
           05  SW-AT-LEFT                PIC 9(03).

       01  SW-FAIL-MSG                   PIC X(44)
           VALUE 'SRTCSWP UNABLE TO BROWSE SRTCTL - NO SWEEP  '.

       01  SW-SETTING-MSG                PIC X(60)
           VALUE 'ENTER SCSW M HHMMSS (M = F REPAIR, R REPORT, S STOP)'.

       01  SW-STOP-MSG                   PIC X(40)
           VALUE 'SRTCSWP SWEEP CHAIN STOPPED BY OPERATOR'.

      *----------------------------------------------------------------
      *    WORKING STORAGE FOR THE BUSINESS-DAY CALENDAR - THE SAME
      *    EFFECTIVE-DATE ROLL GETSCODE A028 APPLIES, WITH THE
      *    HOLIDAY TABLE READ FROM THE BNKCALQ TS QUEUE.
      *----------------------------------------------------------------
       COPY BNKCALQ.

       01  SW-CDAY-AREA.
           COPY BNKCDAY.

       01  BNKCALQ-ENTRY-LEN             PIC S9(04) COMP.

       01  SW-CAL-LOADED-SWITCH          PIC X(01) VALUE 'N'.
           88  SW-CAL-LOADED                 VALUE 'Y'.

       01  SW-EFF-COMPARE-DATE           PIC 9(08).


       PROCEDURE DIVISION.
       PREMIERE SECTION.
       A010.
           PERFORM A100-GET-SETTING THRU A100-EXIT

           IF SW-BAD-SETTING
               EXEC CICS SEND TEXT
                    FROM(SW-SETTING-MSG)
                    LENGTH(LENGTH OF SW-SETTING-MSG)
                    ERASE
                    FREEKB
                    RESP(SW-FILE-RESP)
               END-EXEC
               GO TO A010-EXIT
           END-IF

           EXEC CICS CANCEL
                REQID('SRTCSWP')
                TRANSID('SCSW')
                RESP(SW-FILE-RESP)
           END-EXEC

           IF SRTCSWP-MODE-STOP
               EXEC CICS WRITE OPERATOR
                    TEXT(SW-STOP-MSG)
                    TEXTLENGTH(LENGTH OF SW-STOP-MSG)
               END-EXEC
               IF SW-FROM-TERMINAL
                   EXEC CICS SEND TEXT
                        FROM(SW-STOP-MSG)
                        LENGTH(LENGTH OF SW-STOP-MSG)
                        ERASE
                        FREEKB
                        RESP(SW-FILE-RESP)
                   END-EXEC
               END-IF
               GO TO A010-EXIT
           END-IF

           EXEC CICS ASKTIME
                ABSTIME(SW-ABS-TIME)
           END-EXEC

           EXEC CICS FORMATTIME
                ABSTIME(SW-ABS-TIME)
                YYYYMMDD(SW-TODAY-DATE)
           END-EXEC

           PERFORM A200-SWEEP-SRTCTL THRU A200-EXIT

           IF NOT SW-BROWSE-FAILED
               PERFORM A500-FIND-ORPHANS THRU A500-EXIT
               PERFORM A600-REPORT THRU A600-EXIT
           END-IF

           PERFORM A700-SCHEDULE-NEXT THRU A700-EXIT.

       A010-EXIT.
           EXEC CICS RETURN
           END-EXEC.

           GOBACK.

      *----------------------------------------------------------------
      *    A100-GET-SETTING - FROM A TERMINAL THE SETTING IS WHAT WAS
      *    TYPED AFTER THE TRANSID; ON A START IT IS THE DATA THE
      *    PREVIOUS SWEEP PASSED, OR THE DEFAULT WHEN THERE WAS NONE.
      *----------------------------------------------------------------
       A100-GET-SETTING.
           EXEC CICS ASSIGN
                STARTCODE(SW-STARTCODE)
           END-EXEC

           IF SW-STARTCODE = 'TD'
               MOVE 'Y' TO SW-TERMINAL-SWITCH
               MOVE SPACES TO SW-INPUT-AREA
               MOVE LENGTH OF SW-INPUT-AREA TO SW-INPUT-LEN
               EXEC CICS RECEIVE
                    INTO(SW-INPUT-AREA)
                    LENGTH(SW-INPUT-LEN)
                    RESP(SW-FILE-RESP)
               END-EXEC
               MOVE SW-INPUT-MODE TO SRTCSWP-MODE
               MOVE SW-INPUT-INTERVAL TO SRTCSWP-INTERVAL
           ELSE
               MOVE LENGTH OF SRTCSWP-SETTING TO SW-SETTING-LEN
               EXEC CICS RETRIEVE
                    INTO(SRTCSWP-SETTING)
                    LENGTH(SW-SETTING-LEN)
                    RESP(SW-FILE-RESP)
               END-EXEC
               IF SW-FILE-RESP NOT = DFHRESP(NORMAL)
                AND SW-FILE-RESP NOT = DFHRESP(LENGERR)
                   MOVE SW-DEFAULT-MODE TO SRTCSWP-MODE
                   MOVE SW-DEFAULT-INTERVAL TO SRTCSWP-INTERVAL
               END-IF
           END-IF

           IF NOT SRTCSWP-MODE-VALID
               MOVE 'Y' TO SW-BAD-SETTING-SWITCH
               GO TO A100-EXIT
           END-IF

           IF SRTCSWP-MODE-STOP
               GO TO A100-EXIT
           END-IF

           IF SRTCSWP-INTERVAL NOT NUMERIC
            OR SRTCSWP-INTERVAL-N = ZERO
            OR SRTCSWP-INTERVAL (3:2) > '59'
            OR SRTCSWP-INTERVAL (5:2) > '59'
               MOVE 'Y' TO SW-BAD-SETTING-SWITCH
           END-IF

      *    A BAD SETTING ON A START CANNOT BE ANSWERED AT A TERMINAL,
      *    SO THE CHAIN FALLS BACK TO THE DEFAULT RATHER THAN DYING.
           IF SW-BAD-SETTING AND NOT SW-FROM-TERMINAL
               MOVE 'N' TO SW-BAD-SETTING-SWITCH
               MOVE SW-DEFAULT-MODE TO SRTCSWP-MODE
               MOVE SW-DEFAULT-INTERVAL TO SRTCSWP-INTERVAL
           END-IF.

       A100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A200-SWEEP-SRTCTL - WALK SRTCTL END TO END AND CHECK EVERY
      *    BRANCH'S CACHE QUEUE.
      *----------------------------------------------------------------
       A200-SWEEP-SRTCTL.
           MOVE LOW-VALUES TO SW-BROWSE-KEY

           EXEC CICS STARTBR
                FILE('SRTCTL')
                RIDFLD(SW-BROWSE-KEY)
                KEYLENGTH(LENGTH OF SW-BROWSE-KEY)
                GTEQ
                RESP(SW-FILE-RESP)
           END-EXEC

           IF SW-FILE-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO SW-BROWSE-FAIL-SWITCH
               EXEC CICS WRITE OPERATOR
                    TEXT(SW-FAIL-MSG)
                    TEXTLENGTH(LENGTH OF SW-FAIL-MSG)
               END-EXEC
               GO TO A200-EXIT
           END-IF

           PERFORM A210-CHECK-BRANCH THRU A210-EXIT
               UNTIL SW-EOF

           EXEC CICS ENDBR
                FILE('SRTCTL')
                RESP(SW-FILE-RESP)
           END-EXEC.

       A200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A210-CHECK-BRANCH - READ THE NEXT SRTCTL RECORD AND COMPARE
      *    THE BRANCH'S QUEUE WITH WHAT THE SERVABLE RULE SAYS IT
      *    SHOULD HOLD.
      *----------------------------------------------------------------
       A210-CHECK-BRANCH.
           EXEC CICS READNEXT
                FILE('SRTCTL')
                INTO(SRTCTL-RECORD)
                RIDFLD(SW-BROWSE-KEY)
                KEYLENGTH(LENGTH OF SW-BROWSE-KEY)
                RESP(SW-FILE-RESP)
           END-EXEC

           IF SW-FILE-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO SW-EOF-SWITCH
               GO TO A210-EXIT
           END-IF

           ADD 1 TO SW-CHECKED-COUNT

           PERFORM A450-CHECK-SERVABLE THRU A450-EXIT

           MOVE SPACES TO SRTCCHE-QUEUE-NAME
           STRING 'SC' DELIMITED BY SIZE
                  SRTCTL-BRANCH-ID DELIMITED BY SIZE
             INTO SRTCCHE-QUEUE-NAME

           PERFORM A220-READ-QUEUE THRU A220-EXIT

           IF SW-BRANCH-SERVABLE
               MOVE SRTCTL-SORT-CODE TO SRTCCHE-SORT-CODE
               MOVE SRTCTL-SWIFT-BIC TO SRTCCHE-SWIFT-BIC
               MOVE SRTCTL-IBAN-PREFIX TO SRTCCHE-IBAN-PREFIX
               MOVE SRTCTL-BANK-NAME TO SRTCCHE-BANK-NAME
           END-IF

           EVALUATE TRUE
               WHEN SW-BRANCH-SERVABLE AND SW-QUEUE-ABSENT
                   ADD 1 TO SW-MISSING-COUNT
                   IF SRTCSWP-MODE-REPAIR
                       PERFORM A410-WRITE-QUEUE THRU A410-EXIT
                   END-IF
               WHEN SW-BRANCH-SERVABLE
                AND SW-CACHED-ENTRY NOT = SRTCCHE-ENTRY
                   ADD 1 TO SW-STALE-COUNT
                   IF SRTCSWP-MODE-REPAIR
                       PERFORM A420-REWRITE-QUEUE THRU A420-EXIT
                   END-IF
               WHEN NOT SW-BRANCH-SERVABLE AND SW-QUEUE-PRESENT
                   ADD 1 TO SW-WITHHELD-COUNT
                   IF SRTCSWP-MODE-REPAIR
                       PERFORM A400-DELETE-QUEUE THRU A400-EXIT
                       IF SW-FILE-RESP = DFHRESP(NORMAL)
                           ADD 1 TO SW-REPAIRED-COUNT
                       END-IF
                   END-IF
           END-EVALUATE.

       A210-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A220-READ-QUEUE - READ THE BRANCH'S CACHE ENTRY.  NO QUEUE,
      *    OR A QUEUE WITH NOTHING IN IT, IS AN ABSENT ENTRY.
      *----------------------------------------------------------------
       A220-READ-QUEUE.
           MOVE SPACES TO SW-CACHED-ENTRY
           MOVE LENGTH OF SW-CACHED-ENTRY TO SW-CACHED-LEN

           EXEC CICS READQ TS
                QUEUE(SRTCCHE-QUEUE-NAME)
                INTO(SW-CACHED-ENTRY)
                LENGTH(SW-CACHED-LEN)
                ITEM(1)
                RESP(SW-FILE-RESP)
           END-EXEC

           IF SW-FILE-RESP = DFHRESP(NORMAL)
            OR SW-FILE-RESP = DFHRESP(LENGERR)
               SET SW-QUEUE-PRESENT TO TRUE
           ELSE
               SET SW-QUEUE-ABSENT TO TRUE
           END-IF.

       A220-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A400-DELETE-QUEUE - DROP THE QUEUE NAMED IN
      *    SRTCCHE-QUEUE-NAME.
      *----------------------------------------------------------------
       A400-DELETE-QUEUE.
           EXEC CICS DELETEQ TS
                QUEUE(SRTCCHE-QUEUE-NAME)
                RESP(SW-FILE-RESP)
           END-EXEC

           IF SW-FILE-RESP NOT = DFHRESP(NORMAL)
            AND SW-FILE-RESP NOT = DFHRESP(QIDERR)
               ADD 1 TO SW-FAILED-COUNT
           END-IF.

       A400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A410-WRITE-QUEUE - WRITE THE SRTCCHE ENTRY BUILT FROM
      *    SRTCTL AS THE BRANCH'S ONE CACHE ITEM.
      *----------------------------------------------------------------
       A410-WRITE-QUEUE.
           EXEC CICS WRITEQ TS
                QUEUE(SRTCCHE-QUEUE-NAME)
                FROM(SRTCCHE-ENTRY)
                LENGTH(LENGTH OF SRTCCHE-ENTRY)
                RESP(SW-FILE-RESP)
           END-EXEC

           IF SW-FILE-RESP = DFHRESP(NORMAL)
               ADD 1 TO SW-REPAIRED-COUNT
           ELSE
               ADD 1 TO SW-FAILED-COUNT
           END-IF.

       A410-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A420-REWRITE-QUEUE - PUT A STALE ENTRY RIGHT IN PLACE, THE
      *    WAY GETSCODE A021 DOES, SO ITEM 1 - THE ONE GETSCODE A022
      *    READS - IS THE ONE CORRECTED.  A QUEUE THAT HAS GONE SINCE
      *    IT WAS READ IS WRITTEN AFRESH.
      *----------------------------------------------------------------
       A420-REWRITE-QUEUE.
           MOVE 1 TO SW-CACHE-ITEM

           EXEC CICS WRITEQ TS
                QUEUE(SRTCCHE-QUEUE-NAME)
                FROM(SRTCCHE-ENTRY)
                LENGTH(LENGTH OF SRTCCHE-ENTRY)
                ITEM(SW-CACHE-ITEM)
                REWRITE
                RESP(SW-FILE-RESP)
           END-EXEC

           IF SW-FILE-RESP = DFHRESP(QIDERR)
            OR SW-FILE-RESP = DFHRESP(ITEMERR)
               PERFORM A410-WRITE-QUEUE THRU A410-EXIT
               GO TO A420-EXIT
           END-IF

           IF SW-FILE-RESP = DFHRESP(NORMAL)
               ADD 1 TO SW-REPAIRED-COUNT
           ELSE
               ADD 1 TO SW-FAILED-COUNT
           END-IF.

       A420-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A450-CHECK-SERVABLE - THE SAME LIFECYCLE RULES GETSCODE
      *    A024 APPLIES ON A LIVE LOOKUP.
      *----------------------------------------------------------------
       A450-CHECK-SERVABLE.
           MOVE 'Y' TO SW-SERVABLE-SWITCH

           PERFORM A455-ROLL-EFFECTIVE THRU A455-EXIT

           EVALUATE TRUE
               WHEN SRTCTL-STATUS-CLOSED
                   MOVE 'N' TO SW-SERVABLE-SWITCH
               WHEN SRTCTL-STATUS-CLOSING
                AND SRTCTL-EFFECTIVE-DATE NUMERIC
                AND SRTCTL-EFFECTIVE-DATE > ZERO
                AND SW-EFF-COMPARE-DATE NOT > SW-TODAY-DATE
                   MOVE 'N' TO SW-SERVABLE-SWITCH
               WHEN SRTCTL-STATUS-PENDING
                AND SRTCTL-EFFECTIVE-DATE NUMERIC
                AND SRTCTL-EFFECTIVE-DATE > ZERO
                AND SW-EFF-COMPARE-DATE NOT > SW-TODAY-DATE
                   CONTINUE
               WHEN SRTCTL-STATUS-PENDING
                   MOVE 'N' TO SW-SERVABLE-SWITCH
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
               MOVE SRTCTL-EFFECTIVE-DATE TO SW-EFF-COMPARE-DATE
           ELSE
               MOVE ZEROS TO SW-EFF-COMPARE-DATE
           END-IF

           IF SW-EFF-COMPARE-DATE = ZERO
               GO TO A455-EXIT
           END-IF

           PERFORM A457-LOAD-CALENDAR THRU A457-EXIT

           SET BNKCDAY-FUNC-IS-BUSDAY TO TRUE
           MOVE SW-EFF-COMPARE-DATE TO BNKCDAY-DATE

           CALL 'BNKCDAY' USING SW-CDAY-AREA

           IF BNKCDAY-RC-OK AND NOT BNKCDAY-IS-BUSINESS-DAY
               SET BNKCDAY-FUNC-NEXT TO TRUE

               CALL 'BNKCDAY' USING SW-CDAY-AREA

               IF BNKCDAY-RC-OK
                   MOVE BNKCDAY-RESULT-DATE TO SW-EFF-COMPARE-DATE
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
           IF SW-CAL-LOADED
               GO TO A457-EXIT
           END-IF

           MOVE 'Y' TO SW-CAL-LOADED-SWITCH
           MOVE LENGTH OF BNKCALQ-ENTRY TO BNKCALQ-ENTRY-LEN

           EXEC CICS READQ TS
                QUEUE(BNKCALQ-QUEUE-NAME)
                INTO(BNKCALQ-ENTRY)
                LENGTH(BNKCALQ-ENTRY-LEN)
                ITEM(1)
                RESP(SW-FILE-RESP)
           END-EXEC

           IF SW-FILE-RESP = DFHRESP(NORMAL)
               MOVE BNKCALQ-ENTRY TO BNKCDAY-HOLIDAY-TABLE
           ELSE
               MOVE ZERO TO BNKCDAY-HOLIDAY-COUNT
           END-IF.

       A457-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A500-FIND-ORPHANS - BROWSE THE TS QUEUES FOR CACHE QUEUES
      *    WHOSE BRANCH IS NO LONGER ON SRTCTL.  THE ORPHANS ARE
      *    COUNTED DURING THE BROWSE; IN REPAIR MODE THEIR NAMES ARE
      *    TABLED AND THE QUEUES DELETED ONCE THE BROWSE HAS ENDED.
      *----------------------------------------------------------------
       A500-FIND-ORPHANS.
           MOVE 'N' TO SW-EOF-SWITCH

           EXEC CICS INQUIRE TSQUEUE
                START
                RESP(SW-FILE-RESP)
           END-EXEC

           IF SW-FILE-RESP NOT = DFHRESP(NORMAL)
               GO TO A500-EXIT
           END-IF

           PERFORM A510-NEXT-QUEUE THRU A510-EXIT
               UNTIL SW-EOF

           EXEC CICS INQUIRE TSQUEUE
                END
                RESP(SW-FILE-RESP)
           END-EXEC

           PERFORM A520-DELETE-ORPHAN THRU A520-EXIT
               VARYING SW-OX FROM 1 BY 1
               UNTIL SW-OX > SW-ORPHAN-USED.

       A500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A510-NEXT-QUEUE - ONE TS QUEUE.  A CACHE QUEUE WHOSE BRANCH
      *    SRTCTL NO LONGER HOLDS IS AN ORPHAN; THE GETSCODE FALLBACK
      *    COULD STILL SERVE IT DURING AN SRTCTL OUTAGE.  THE SRTCTL
      *    BRANCHES WERE CHECKED IN A200, SO ONLY NOTFND COUNTS.
      *----------------------------------------------------------------
       A510-NEXT-QUEUE.
           EXEC CICS INQUIRE TSQUEUE(SW-TSQ-NAME)
                NEXT
                NUMITEMS(SW-TSQ-ITEMS)
                MAXITEMLEN(SW-TSQ-MAXLEN)
                RESP(SW-FILE-RESP)
           END-EXEC

           IF SW-FILE-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO SW-EOF-SWITCH
               GO TO A510-EXIT
           END-IF

           IF SW-TSQ-NAME (1:2) NOT = 'SC'
            OR SW-TSQ-NAME (3:6) = SPACES
            OR SW-TSQ-ITEMS NOT = 1
            OR SW-TSQ-MAXLEN NOT = LENGTH OF SRTCCHE-ENTRY
               GO TO A510-EXIT
           END-IF

           MOVE SW-TSQ-NAME (3:6) TO SRTCTL-BRANCH-ID

           EXEC CICS READ
                FILE('SRTCTL')
                INTO(SRTCTL-RECORD)
                RIDFLD(SRTCTL-BRANCH-ID)
                KEYLENGTH(LENGTH OF SRTCTL-BRANCH-ID)
                RESP(SW-FILE-RESP)
           END-EXEC

           IF SW-FILE-RESP NOT = DFHRESP(NOTFND)
               GO TO A510-EXIT
           END-IF

           ADD 1 TO SW-ORPHAN-COUNT

           IF NOT SRTCSWP-MODE-REPAIR
               GO TO A510-EXIT
           END-IF

           IF SW-ORPHAN-USED < 200
               ADD 1 TO SW-ORPHAN-USED
               MOVE SW-TSQ-NAME TO SW-ORPHAN-NAME (SW-ORPHAN-USED)
           ELSE
               ADD 1 TO SW-LEFT-COUNT
           END-IF.

       A510-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A520-DELETE-ORPHAN - DELETE ONE TABLED ORPHAN QUEUE.
      *----------------------------------------------------------------
       A520-DELETE-ORPHAN.
           MOVE SW-ORPHAN-NAME (SW-OX) TO SRTCCHE-QUEUE-NAME
           PERFORM A400-DELETE-QUEUE THRU A400-EXIT
           IF SW-FILE-RESP = DFHRESP(NORMAL)
               ADD 1 TO SW-REPAIRED-COUNT
           END-IF.

       A520-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A600-REPORT - SEND THE SUMMARY TO THE CONSOLE (AND THE
      *    TERMINAL, IF THERE IS ONE) AND WRITE THE AUDTFILE RECORD.
      *    AN AUDIT WRITE FAILURE DOES NOT STOP THE CHAIN.
      *----------------------------------------------------------------
       A600-REPORT.
           IF SRTCSWP-MODE-REPAIR
               MOVE 'REPAIR' TO SW-OM-MODE
           ELSE
               MOVE 'REPORT' TO SW-OM-MODE
           END-IF
           MOVE SRTCSWP-MODE TO SW-AT-MODE

           MOVE SW-CHECKED-COUNT TO SW-OM-CHECKED
           MOVE SW-STALE-COUNT TO SW-OM-STALE
           MOVE SW-WITHHELD-COUNT TO SW-OM-WITHHELD
           MOVE SW-MISSING-COUNT TO SW-OM-MISSING
           MOVE SW-ORPHAN-COUNT TO SW-OM-ORPHAN
           MOVE SW-REPAIRED-COUNT TO SW-OM-REPAIRED
           MOVE SW-FAILED-COUNT TO SW-OM-FAILED
           MOVE SW-LEFT-COUNT TO SW-OM-LEFT

           EXEC CICS WRITE OPERATOR
                TEXT(SW-OPERATOR-MSG)
                TEXTLENGTH(LENGTH OF SW-OPERATOR-MSG)
           END-EXEC

           IF SW-FROM-TERMINAL
               EXEC CICS SEND TEXT
                    FROM(SW-OPERATOR-MSG)
                    LENGTH(LENGTH OF SW-OPERATOR-MSG)
                    ERASE
                    FREEKB
                    RESP(SW-FILE-RESP)
               END-EXEC
           END-IF

           MOVE SW-STALE-COUNT TO SW-AT-STALE
           MOVE SW-WITHHELD-COUNT TO SW-AT-WITHHELD
           MOVE SW-MISSING-COUNT TO SW-AT-MISSING
           MOVE SW-ORPHAN-COUNT TO SW-AT-ORPHAN
           MOVE SW-FAILED-COUNT TO SW-AT-FAILED
           MOVE SW-LEFT-COUNT TO SW-AT-LEFT

           MOVE 'SRTCSWP' TO AUDTREC-PROGRAM-NAME
           MOVE EIBTRNID TO AUDTREC-TRANID
           IF SW-FROM-TERMINAL
               MOVE EIBTRMID TO AUDTREC-TERMID
           ELSE
               MOVE SPACES TO AUDTREC-TERMID
           END-IF
           MOVE EIBTASKN TO AUDTREC-TASKNO
           MOVE SPACES TO AUDTREC-BRANCH-ID
           MOVE SPACES TO AUDTREC-SORT-CODE
           IF SW-STALE-COUNT = ZERO AND SW-WITHHELD-COUNT = ZERO
            AND SW-MISSING-COUNT = ZERO AND SW-ORPHAN-COUNT = ZERO
               SET AUDTREC-EVENT-SWEEP-CLEAN TO TRUE
           ELSE
               SET AUDTREC-EVENT-SWEEP-DRIFT TO TRUE
           END-IF
           MOVE SW-AUDIT-TEXT TO AUDTREC-EVENT-TEXT

           EXEC CICS ASKTIME
                ABSTIME(SW-ABS-TIME)
           END-EXEC

           EXEC CICS FORMATTIME
                ABSTIME(SW-ABS-TIME)
                YYYYMMDD(AUDTREC-DATE)
                TIME(AUDTREC-TIME)
           END-EXEC

           EXEC CICS WRITE
                FILE('AUDTFILE')
                FROM(AUDTREC-RECORD)
                RESP(SW-FILE-RESP)
           END-EXEC.

       A600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A700-SCHEDULE-NEXT - START THE NEXT SWEEP AFTER THE
      *    INTERVAL, CARRYING THE SETTING FORWARD.  THE CHAIN IS
      *    KEPT GOING EVEN WHEN THIS SWEEP COULD NOT BROWSE SRTCTL.
      *----------------------------------------------------------------
       A700-SCHEDULE-NEXT.
           MOVE SRTCSWP-INTERVAL-N TO SW-INTERVAL

           EXEC CICS START
                TRANSID('SCSW')
                INTERVAL(SW-INTERVAL)
                REQID('SRTCSWP')
                FROM(SRTCSWP-SETTING)
                LENGTH(LENGTH OF SRTCSWP-SETTING)
                RESP(SW-FILE-RESP)
           END-EXEC.

       A700-EXIT.
           EXIT.
