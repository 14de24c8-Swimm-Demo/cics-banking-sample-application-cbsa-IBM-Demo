      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2022                                      *
      *                                                                *
      ******************************************************************
       CBL CICS('SP,EDF')

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SRTCBWL.
       AUTHOR. James O'Grady.

      ******************************************************************
      *                                                                *
      *  SRTCBWL - RECONCILIATION BREAK WORKLIST (TRANSACTION SCBW).   *
      *                                                                *
      *  LISTS THE BREAKS SRTCRECN KEEPS ON THE SRTCBRK REGISTER, IN   *
      *  BRANCH ORDER, FIFTEEN TO A PAGE WITH PF7/PF8 PAGING THE SAME  *
      *  WAY THE SRTCMNT2 LIST SCREEN PAGES SRTCTL.  THE OPERATOR CAN  *
      *  NARROW THE LIST BY BREAK TYPE (MM/NS/NH), MINIMUM AGE IN DAYS *
      *  AND STATUS; WITH THE STATUS LEFT BLANK ONLY THE LIVE BREAKS   *
      *  (OPEN AND ACCEPTED) ARE SHOWN.                                *
      *                                                                *
      *  KEYING A BRANCH AND BREAK TYPE IN THE ACTION FIELDS LETS      *
      *  BRANCH ADMIN WORK THE BREAK:                                  *
      *    A - ASSIGN IT TO THE USER ID IN ASSIGN TO                   *
      *    N - RECORD THE NOTE KEYED (REPLACING ANY EARLIER NOTE)      *
      *    X - MARK IT AN ACCEPTED DIFFERENCE; A NOTE SAYING WHY IS    *
      *        REQUIRED                                                *
      *  EVERY ACTION STAMPS THE OPERATOR'S USER ID AND TODAY'S DATE.  *
      *  ONLY A LIVE BREAK CAN BE WORKED - A CLOSED ONE HAS ALREADY    *
      *  CLEARED ON THE FEED.  THE REGISTER ITSELF (OPENING, AGEING    *
      *  AND CLOSING BREAKS) BELONGS TO SRTCRECN; NOTHING HERE ADDS    *
      *  OR DELETES A BREAK.                                           *
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

       COPY SRTCBWL.

       COPY SRTCBRK.

       01  BW-FILE-RESP                  PIC S9(08) COMP.
       01  BW-ABS-TIME                   PIC S9(15) COMP-3.
       01  BW-TODAY-DATE                 PIC 9(08).
       01  BW-USERID                     PIC X(08).

       01  BW-WORK-AREA.
           05  BW-WORK-STATE             PIC X(01) VALUE 'E'.
           05  BW-WORK-FILTER-TYPE       PIC X(02).
           05  BW-WORK-FILTER-AGE        PIC 9(05).
           05  BW-WORK-FILTER-STATUS     PIC X(01).
           05  BW-WORK-TOP-KEY           PIC X(08).
           05  BW-WORK-BOT-KEY           PIC X(08).

       01  BW-END-SESSION-SWITCH         PIC X(01) VALUE 'N'.
           88  BW-END-SESSION                VALUE 'Y'.

      *----------------------------------------------------------------
      *    WHAT THE OPERATOR KEYED THIS TURN.  THE FILTERS ONLY GO
      *    INTO BW-WORK-AREA ONCE THEY HAVE PASSED THE EDIT, SO A
      *    REJECTED ENTRY LEAVES THE PAGE ON DISPLAY PAGEABLE.
      *----------------------------------------------------------------
       01  BW-KEYED-FILTERS.
           05  BW-KEYED-TYPE             PIC X(02).
           05  BW-KEYED-AGE              PIC X(05).
           05  BW-KEYED-AGE-N REDEFINES BW-KEYED-AGE
                                         PIC 9(05).
           05  BW-KEYED-STATUS           PIC X(01).

       01  BW-KEYED-ACTION.
           05  BW-ACT-BRANCH             PIC X(06).
           05  BW-ACT-TYPE               PIC X(02).
               88  BW-ACT-TYPE-VALID         VALUE 'MM' 'NS' 'NH'.
           05  BW-ACT-CODE               PIC X(01).
               88  BW-ACT-ASSIGN             VALUE 'A'.
               88  BW-ACT-NOTE               VALUE 'N'.
               88  BW-ACT-ACCEPT             VALUE 'X'.
           05  BW-ACT-ASSIGN-TO          PIC X(08).
           05  BW-ACT-NOTE-TEXT          PIC X(60).

      *----------------------------------------------------------------
      *    WORKING STORAGE FOR THE BROWSE.  BW-BROWSE-KEY IS THE
      *    RIDFLD EVERY BROWSE COMMAND FEEDS.  WHEN BW-SKIP-FIRST IS
      *    SET THE BREAK AT BW-SKIP-KEY IS THE BOTTOM LINE OF THE PAGE
      *    STILL ON DISPLAY AND IS NOT LISTED AGAIN.
      *----------------------------------------------------------------
       01  BW-BROWSE-KEY                 PIC X(08).
       01  BW-SKIP-KEY                   PIC X(08).
       01  BW-SAVE-TOP-KEY               PIC X(08).

       01  BW-BROWSE-EOF-SWITCH          PIC X(01).
           88  BW-BROWSE-EOF                 VALUE 'Y'.

       01  BW-SKIP-FIRST-SWITCH          PIC X(01).
           88  BW-SKIP-FIRST                 VALUE 'Y'.

       01  BW-MATCH-SWITCH               PIC X(01).
           88  BW-BREAK-MATCHES              VALUE 'Y'.

       01  BW-ACTION-DONE-SWITCH         PIC X(01).
           88  BW-ACTION-DONE                VALUE 'Y'.

       01  BW-LINE-IX                    PIC S9(04) COMP.
       01  BW-PREV-COUNT                 PIC S9(04) COMP.

       01  BW-BROWSE-MSG                 PIC X(60).

       01  BW-LIST-LINE.
           05  BW-LL-BRANCH              PIC X(06).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  BW-LL-TYPE                PIC X(02).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  BW-LL-STATUS              PIC X(01).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  BW-LL-AGE                 PIC ZZZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  BW-LL-OPENED              PIC 9(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  BW-LL-ASSIGNED            PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  BW-LL-TEXT                PIC X(37).


       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY SRTCBWLC.


       PROCEDURE DIVISION.
       PREMIERE SECTION.
       A010.
           IF EIBCALEN = 0
               PERFORM A100-SEND-INITIAL-MAP THRU A100-EXIT
           ELSE
               MOVE DFHCOMMAREA TO BW-WORK-AREA

               EVALUATE TRUE
                   WHEN EIBAID = DFHCLEAR
                       PERFORM A100-SEND-INITIAL-MAP THRU A100-EXIT
                   WHEN EIBAID = DFHPF3
                       PERFORM A900-END-SESSION THRU A900-EXIT
                   WHEN BW-WORK-STATE = 'L' AND EIBAID = DFHPF7
                       PERFORM A510-PAGE-BACKWARD THRU A510-EXIT
                   WHEN BW-WORK-STATE = 'L' AND EIBAID = DFHPF8
                       PERFORM A500-PAGE-FORWARD THRU A500-EXIT
                   WHEN OTHER
                       PERFORM A200-RECEIVE-MAP THRU A200-EXIT
                       PERFORM A300-PROCESS-ENTRY THRU A300-EXIT
               END-EVALUATE
           END-IF.

           IF BW-END-SESSION
               EXEC CICS RETURN
               END-EXEC
           ELSE
               MOVE BW-WORK-AREA TO DFHCOMMAREA
               EXEC CICS RETURN
                    TRANSID('SCBW')
                    COMMAREA(DFHCOMMAREA)
                    LENGTH(LENGTH OF DFHCOMMAREA)
               END-EXEC
           END-IF.

           GOBACK.

      *----------------------------------------------------------------
      *    A100-SEND-INITIAL-MAP - CLEAR THE SCREEN DOWN AND PROMPT
      *    FOR THE FILTERS.
      *----------------------------------------------------------------
       A100-SEND-INITIAL-MAP.
           MOVE SPACES TO SRTCBWL1O
           MOVE 'KEY FILTERS (ALL OPTIONAL) AND PRESS ENTER TO LIST'
             TO MSGWO
           MOVE 'E' TO BW-WORK-STATE

           EXEC CICS SEND MAP('SRTCBWL1')
                MAPSET('SRTCBWL')
                FROM(SRTCBWL1O)
                LENGTH(LENGTH OF SRTCBWL1O)
                ERASE
           END-EXEC.

       A100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A200-RECEIVE-MAP - READ BACK THE FILTERS AND ANY ACTION THE
      *    OPERATOR KEYED, NORMALIZING UNTOUCHED FIELDS FROM
      *    LOW-VALUES TO SPACES THE SAME WAY SRTCMNT DOES.
      *----------------------------------------------------------------
       A200-RECEIVE-MAP.
           EXEC CICS RECEIVE MAP('SRTCBWL1')
                MAPSET('SRTCBWL')
                RESP(BW-FILE-RESP)
           END-EXEC

           IF BW-FILE-RESP = DFHRESP(MAPFAIL)
               MOVE SPACES TO SRTCBWL1I
           END-IF

           MOVE TYPEWI TO BW-KEYED-TYPE
           MOVE MINAGWI TO BW-KEYED-AGE
           MOVE STATWI TO BW-KEYED-STATUS
           MOVE ABRNWI TO BW-ACT-BRANCH
           MOVE ATYPWI TO BW-ACT-TYPE
           MOVE ACTNWI TO BW-ACT-CODE
           MOVE ASGNWI TO BW-ACT-ASSIGN-TO
           MOVE NOTEWI TO BW-ACT-NOTE-TEXT

           INSPECT BW-KEYED-FILTERS
               REPLACING ALL LOW-VALUE BY SPACE
           INSPECT BW-KEYED-ACTION
               REPLACING ALL LOW-VALUE BY SPACE.

       A200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A300-PROCESS-ENTRY - EDIT THE FILTERS.  WITH A BRANCH IN
      *    THE ACTION FIELDS, WORK THAT BREAK AND REBUILD THE PAGE ON
      *    DISPLAY SO THE OPERATOR SEES THE RESULT; OTHERWISE START A
      *    NEW LIST FROM THE FIRST BREAK ON THE REGISTER.
      *----------------------------------------------------------------
       A300-PROCESS-ENTRY.
           MOVE 'N' TO BW-ACTION-DONE-SWITCH

           IF BW-KEYED-TYPE NOT = SPACES
            AND BW-KEYED-TYPE NOT = 'MM'
            AND BW-KEYED-TYPE NOT = 'NS'
            AND BW-KEYED-TYPE NOT = 'NH'
               MOVE 'TYPE FILTER MUST BE MM, NS, NH OR BLANK' TO MSGWO
               PERFORM A490-SEND-DATAONLY THRU A490-EXIT
               GO TO A300-EXIT
           END-IF

           IF BW-KEYED-AGE = SPACES
               MOVE ZERO TO BW-KEYED-AGE-N
           END-IF
           IF BW-KEYED-AGE NOT NUMERIC
               MOVE 'MINIMUM AGE MUST BE A NUMBER OF DAYS OR BLANK'
                 TO MSGWO
               PERFORM A490-SEND-DATAONLY THRU A490-EXIT
               GO TO A300-EXIT
           END-IF

           IF BW-KEYED-STATUS NOT = SPACE
            AND BW-KEYED-STATUS NOT = 'O'
            AND BW-KEYED-STATUS NOT = 'A'
            AND BW-KEYED-STATUS NOT = 'C'
               MOVE 'STATUS FILTER MUST BE O, A, C OR BLANK' TO MSGWO
               PERFORM A490-SEND-DATAONLY THRU A490-EXIT
               GO TO A300-EXIT
           END-IF

           IF BW-ACT-BRANCH NOT = SPACES
               PERFORM A400-APPLY-ACTION THRU A400-EXIT
               IF NOT BW-ACTION-DONE
                   GO TO A300-EXIT
               END-IF
           END-IF

           MOVE BW-KEYED-TYPE TO BW-WORK-FILTER-TYPE
           MOVE BW-KEYED-AGE-N TO BW-WORK-FILTER-AGE
           MOVE BW-KEYED-STATUS TO BW-WORK-FILTER-STATUS
           MOVE 'N' TO BW-SKIP-FIRST-SWITCH

           IF BW-ACTION-DONE AND BW-WORK-STATE = 'L'
               MOVE BW-WORK-TOP-KEY TO BW-BROWSE-KEY
           ELSE
               MOVE LOW-VALUES TO BW-BROWSE-KEY
           END-IF
           IF NOT BW-ACTION-DONE
               MOVE 'LISTING BREAKS - PF7 BACK, PF8 FORWARD'
                 TO BW-BROWSE-MSG
           END-IF

           PERFORM A520-BUILD-PAGE THRU A520-EXIT.

       A300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A400-APPLY-ACTION - WORK THE BREAK NAMED IN THE ACTION
      *    FIELDS.  THE ENTRY IS EDITED FIRST; THE BREAK IS THEN READ
      *    FOR UPDATE, REFUSED IF IT IS CLOSED, STAMPED WITH THE
      *    OPERATOR AND TODAY'S DATE AND REWRITTEN.  BW-ACTION-DONE IS
      *    ONLY SET WHEN THE REWRITE WORKED; EVERY REFUSAL HAS ALREADY
      *    BEEN SENT BACK TO THE OPERATOR.
      *----------------------------------------------------------------
       A400-APPLY-ACTION.
           MOVE 'N' TO BW-ACTION-DONE-SWITCH

           IF NOT BW-ACT-TYPE-VALID
               MOVE 'KEY THE BREAK TYPE (MM, NS OR NH) TO ACT ON'
                 TO MSGWO
               PERFORM A490-SEND-DATAONLY THRU A490-EXIT
               GO TO A400-EXIT
           END-IF

           IF NOT BW-ACT-ASSIGN AND NOT BW-ACT-NOTE
            AND NOT BW-ACT-ACCEPT
               MOVE 'ACTION MUST BE A, N OR X' TO MSGWO
               PERFORM A490-SEND-DATAONLY THRU A490-EXIT
               GO TO A400-EXIT
           END-IF

           IF BW-ACT-ASSIGN AND BW-ACT-ASSIGN-TO = SPACES
               MOVE 'KEY THE USER ID TO ASSIGN THE BREAK TO' TO MSGWO
               PERFORM A490-SEND-DATAONLY THRU A490-EXIT
               GO TO A400-EXIT
           END-IF

           IF BW-ACT-NOTE AND BW-ACT-NOTE-TEXT = SPACES
               MOVE 'KEY THE NOTE TO RECORD AGAINST THE BREAK' TO MSGWO
               PERFORM A490-SEND-DATAONLY THRU A490-EXIT
               GO TO A400-EXIT
           END-IF

           IF BW-ACT-ACCEPT AND BW-ACT-NOTE-TEXT = SPACES
               MOVE 'KEY A NOTE SAYING WHY THE DIFFERENCE IS ACCEPTED'
                 TO MSGWO
               PERFORM A490-SEND-DATAONLY THRU A490-EXIT
               GO TO A400-EXIT
           END-IF

           MOVE BW-ACT-BRANCH TO SRTCBRK-BRANCH-ID
           MOVE BW-ACT-TYPE TO SRTCBRK-TYPE
           EXEC CICS READ
                FILE('SRTCBRK')
                INTO(SRTCBRK-RECORD)
                RIDFLD(SRTCBRK-KEY)
                KEYLENGTH(LENGTH OF SRTCBRK-KEY)
                UPDATE
                RESP(BW-FILE-RESP)
           END-EXEC

           IF BW-FILE-RESP NOT = DFHRESP(NORMAL)
               MOVE 'NO BREAK OF THAT TYPE ON THE REGISTER FOR BRANCH'
                 TO MSGWO
               PERFORM A490-SEND-DATAONLY THRU A490-EXIT
               GO TO A400-EXIT
           END-IF

           IF SRTCBRK-STATUS-CLOSED
               EXEC CICS UNLOCK
                    FILE('SRTCBRK')
               END-EXEC
               MOVE 'BREAK IS CLOSED - IT HAS CLEARED ON THE FEED'
                 TO MSGWO
               PERFORM A490-SEND-DATAONLY THRU A490-EXIT
               GO TO A400-EXIT
           END-IF

           IF BW-ACT-ACCEPT AND SRTCBRK-STATUS-ACCEPTED
               EXEC CICS UNLOCK
                    FILE('SRTCBRK')
               END-EXEC
               MOVE 'BREAK IS ALREADY AN ACCEPTED DIFFERENCE' TO MSGWO
               PERFORM A490-SEND-DATAONLY THRU A490-EXIT
               GO TO A400-EXIT
           END-IF

           EXEC CICS ASSIGN
                USERID(BW-USERID)
           END-EXEC

           EXEC CICS ASKTIME
                ABSTIME(BW-ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
                ABSTIME(BW-ABS-TIME)
                YYYYMMDD(BW-TODAY-DATE)
           END-EXEC

           IF BW-ACT-ASSIGN
               MOVE BW-ACT-ASSIGN-TO TO SRTCBRK-ASSIGNED-TO
               MOVE BW-USERID TO SRTCBRK-ASSIGNED-BY
               MOVE BW-TODAY-DATE TO SRTCBRK-ASSIGNED-DATE
               MOVE 'BREAK ASSIGNED - PF7 BACK, PF8 FORWARD'
                 TO BW-BROWSE-MSG
           END-IF

           IF BW-ACT-ACCEPT
               SET SRTCBRK-STATUS-ACCEPTED TO TRUE
               MOVE BW-USERID TO SRTCBRK-ACCEPTED-BY
               MOVE BW-TODAY-DATE TO SRTCBRK-ACCEPTED-DATE
               MOVE 'BREAK MARKED AN ACCEPTED DIFFERENCE'
                 TO BW-BROWSE-MSG
           END-IF

           IF BW-ACT-NOTE-TEXT NOT = SPACES
               MOVE BW-ACT-NOTE-TEXT TO SRTCBRK-NOTE
               MOVE BW-USERID TO SRTCBRK-NOTE-BY
               MOVE BW-TODAY-DATE TO SRTCBRK-NOTE-DATE
               IF BW-ACT-NOTE
                   MOVE 'NOTE RECORDED - PF7 BACK, PF8 FORWARD'
                     TO BW-BROWSE-MSG
               END-IF
           END-IF

           EXEC CICS REWRITE
                FILE('SRTCBRK')
                FROM(SRTCBRK-RECORD)
                RESP(BW-FILE-RESP)
           END-EXEC

           IF BW-FILE-RESP NOT = DFHRESP(NORMAL)
               MOVE 'UNABLE TO UPDATE THE BREAK REGISTER' TO MSGWO
               PERFORM A490-SEND-DATAONLY THRU A490-EXIT
               GO TO A400-EXIT
           END-IF

           MOVE 'Y' TO BW-ACTION-DONE-SWITCH.

       A400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A490-SEND-DATAONLY - REDISPLAY WHAT THE OPERATOR KEYED WITH
      *    THE MESSAGE ALREADY MOVED TO MSGWO.
      *----------------------------------------------------------------
       A490-SEND-DATAONLY.
           EXEC CICS SEND MAP('SRTCBWL1')
                MAPSET('SRTCBWL')
                FROM(SRTCBWL1O)
                LENGTH(LENGTH OF SRTCBWL1O)
                DATAONLY
                CURSOR
           END-EXEC.

       A490-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A500-PAGE-FORWARD - PF8.  CONTINUE THE BROWSE FROM THE LAST
      *    BREAK ON DISPLAY.  AN EMPTY PAGE MEANS THAT BREAK WAS THE
      *    LAST MATCH - REDISPLAY THE SAME PAGE WITH A MESSAGE RATHER
      *    THAN A BLANK SCREEN.
      *----------------------------------------------------------------
       A500-PAGE-FORWARD.
           MOVE BW-WORK-TOP-KEY TO BW-SAVE-TOP-KEY
           MOVE BW-WORK-BOT-KEY TO BW-BROWSE-KEY
           MOVE BW-WORK-BOT-KEY TO BW-SKIP-KEY
           MOVE 'Y' TO BW-SKIP-FIRST-SWITCH
           MOVE 'LISTING BREAKS - PF7 BACK, PF8 FORWARD'
             TO BW-BROWSE-MSG
           PERFORM A520-BUILD-PAGE THRU A520-EXIT

           IF BW-LINE-IX = ZERO
               MOVE BW-SAVE-TOP-KEY TO BW-BROWSE-KEY
               MOVE 'N' TO BW-SKIP-FIRST-SWITCH
               MOVE 'END OF LIST' TO BW-BROWSE-MSG
               PERFORM A520-BUILD-PAGE THRU A520-EXIT
           END-IF.

       A500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A510-PAGE-BACKWARD - PF7.  WALK BACKWARD FROM THE FIRST
      *    BREAK ON DISPLAY UNTIL FIFTEEN EARLIER MATCHING BREAKS HAVE
      *    BEEN PASSED, THEN REBUILD THE PAGE FORWARD FROM THE
      *    EARLIEST OF THEM.  FEWER THAN FIFTEEN MEANS THE START OF
      *    THE LIST IS ON THIS PAGE.
      *----------------------------------------------------------------
       A510-PAGE-BACKWARD.
           MOVE BW-WORK-TOP-KEY TO BW-BROWSE-KEY

           EXEC CICS STARTBR
                FILE('SRTCBRK')
                RIDFLD(BW-BROWSE-KEY)
                KEYLENGTH(LENGTH OF BW-BROWSE-KEY)
                GTEQ
                RESP(BW-FILE-RESP)
           END-EXEC

           IF BW-FILE-RESP NOT = DFHRESP(NORMAL)
               MOVE BW-WORK-TOP-KEY TO BW-BROWSE-KEY
               MOVE 'N' TO BW-SKIP-FIRST-SWITCH
               MOVE 'UNABLE TO RESTART BROWSE' TO BW-BROWSE-MSG
               PERFORM A520-BUILD-PAGE THRU A520-EXIT
               GO TO A510-EXIT
           END-IF

           MOVE ZERO TO BW-PREV-COUNT
           MOVE 'N' TO BW-BROWSE-EOF-SWITCH

           PERFORM A515-READ-PREV THRU A515-EXIT
               UNTIL BW-PREV-COUNT >= 15 OR BW-BROWSE-EOF

           EXEC CICS ENDBR
                FILE('SRTCBRK')
                RESP(BW-FILE-RESP)
           END-EXEC

           MOVE 'N' TO BW-SKIP-FIRST-SWITCH
           IF BW-PREV-COUNT < 15
               MOVE LOW-VALUES TO BW-BROWSE-KEY
               MOVE 'TOP OF LIST' TO BW-BROWSE-MSG
           ELSE
               MOVE 'LISTING BREAKS - PF7 BACK, PF8 FORWARD'
                 TO BW-BROWSE-MSG
           END-IF
           PERFORM A520-BUILD-PAGE THRU A520-EXIT.

       A510-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A515-READ-PREV - ONE BACKWARD STEP OF THE PF7 WALK.  THE
      *    FIRST READPREV AFTER THE STARTBR RETURNS THE TOP LINE
      *    ITSELF, WHICH IS NOT COUNTED; BREAKS THAT DO NOT MATCH THE
      *    FILTERS ARE WALKED PAST.  BW-BROWSE-KEY IS LEFT ON THE LAST
      *    MATCH COUNTED.
      *----------------------------------------------------------------
       A515-READ-PREV.
           EXEC CICS READPREV
                FILE('SRTCBRK')
                INTO(SRTCBRK-RECORD)
                RIDFLD(BW-BROWSE-KEY)
                KEYLENGTH(LENGTH OF BW-BROWSE-KEY)
                RESP(BW-FILE-RESP)
           END-EXEC

           IF BW-FILE-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO BW-BROWSE-EOF-SWITCH
               GO TO A515-EXIT
           END-IF

           IF SRTCBRK-KEY = BW-WORK-TOP-KEY
               GO TO A515-EXIT
           END-IF

           PERFORM A530-MATCH-FILTERS THRU A530-EXIT
           IF BW-BREAK-MATCHES
               ADD 1 TO BW-PREV-COUNT
           END-IF.

       A515-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A520-BUILD-PAGE - FILL THE LIST WITH UP TO FIFTEEN MATCHING
      *    BREAKS FORWARD FROM BW-BROWSE-KEY AND SEND THE MAP.
      *----------------------------------------------------------------
       A520-BUILD-PAGE.
           MOVE SPACES TO SRTCBWL1O
           MOVE ZERO TO BW-LINE-IX
           MOVE 'N' TO BW-BROWSE-EOF-SWITCH

           EXEC CICS STARTBR
                FILE('SRTCBRK')
                RIDFLD(BW-BROWSE-KEY)
                KEYLENGTH(LENGTH OF BW-BROWSE-KEY)
                GTEQ
                RESP(BW-FILE-RESP)
           END-EXEC

           IF BW-FILE-RESP NOT = DFHRESP(NORMAL)
               MOVE 'NO BREAKS ON THE REGISTER TO LIST' TO BW-BROWSE-MSG
               GO TO A520-SEND
           END-IF

           PERFORM A525-FILL-LINE THRU A525-EXIT
               UNTIL BW-LINE-IX >= 15 OR BW-BROWSE-EOF

           EXEC CICS ENDBR
                FILE('SRTCBRK')
                RESP(BW-FILE-RESP)
           END-EXEC

           IF BW-LINE-IX = ZERO AND NOT BW-SKIP-FIRST
               MOVE 'NO BREAKS MATCH THE FILTERS' TO BW-BROWSE-MSG
           END-IF.

       A520-SEND.
           MOVE BW-WORK-FILTER-TYPE TO TYPEWO
           IF BW-WORK-FILTER-AGE NOT = ZERO
               MOVE BW-WORK-FILTER-AGE TO MINAGWO
           END-IF
           MOVE BW-WORK-FILTER-STATUS TO STATWO
           MOVE BW-BROWSE-MSG TO MSGWO
           MOVE 'L' TO BW-WORK-STATE

           EXEC CICS SEND MAP('SRTCBWL1')
                MAPSET('SRTCBWL')
                FROM(SRTCBWL1O)
                LENGTH(LENGTH OF SRTCBWL1O)
                ERASE
           END-EXEC.

       A520-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A525-FILL-LINE - READ THE NEXT BREAK OF THE BROWSE AND, IF
      *    IT PASSES THE FILTERS, FORMAT IT INTO THE NEXT FREE LIST
      *    LINE, REMEMBERING THE KEYS OF THE FIRST AND LAST LINES FOR
      *    THE PF7/PF8 PAGING.  THE TEXT COLUMN SHOWS THE OPERATOR'S
      *    NOTE WHERE THERE IS ONE, OTHERWISE WHAT SRTCRECN SAW.
      *----------------------------------------------------------------
       A525-FILL-LINE.
           EXEC CICS READNEXT
                FILE('SRTCBRK')
                INTO(SRTCBRK-RECORD)
                RIDFLD(BW-BROWSE-KEY)
                KEYLENGTH(LENGTH OF BW-BROWSE-KEY)
                RESP(BW-FILE-RESP)
           END-EXEC

           IF BW-FILE-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO BW-BROWSE-EOF-SWITCH
               GO TO A525-EXIT
           END-IF

           IF BW-SKIP-FIRST AND SRTCBRK-KEY = BW-SKIP-KEY
               GO TO A525-EXIT
           END-IF

           PERFORM A530-MATCH-FILTERS THRU A530-EXIT
           IF NOT BW-BREAK-MATCHES
               GO TO A525-EXIT
           END-IF

           ADD 1 TO BW-LINE-IX

           MOVE SRTCBRK-BRANCH-ID TO BW-LL-BRANCH
           MOVE SRTCBRK-TYPE TO BW-LL-TYPE
           MOVE SRTCBRK-STATUS TO BW-LL-STATUS
           MOVE SRTCBRK-AGE-DAYS TO BW-LL-AGE
           MOVE SRTCBRK-OPENED-DATE TO BW-LL-OPENED
           MOVE SRTCBRK-ASSIGNED-TO TO BW-LL-ASSIGNED
           IF SRTCBRK-NOTE NOT = SPACES
               MOVE SRTCBRK-NOTE TO BW-LL-TEXT
           ELSE
               MOVE SRTCBRK-TEXT TO BW-LL-TEXT
           END-IF
           MOVE BW-LIST-LINE TO LSTWO(BW-LINE-IX)

           IF BW-LINE-IX = 1
               MOVE SRTCBRK-KEY TO BW-WORK-TOP-KEY
           END-IF
           MOVE SRTCBRK-KEY TO BW-WORK-BOT-KEY.

       A525-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A530-MATCH-FILTERS - DOES THE BREAK IN STORAGE PASS THE
      *    OPERATOR'S FILTERS?  A BLANK STATUS FILTER MEANS THE LIVE
      *    BREAKS ONLY.
      *----------------------------------------------------------------
       A530-MATCH-FILTERS.
           MOVE 'Y' TO BW-MATCH-SWITCH

           IF BW-WORK-FILTER-TYPE NOT = SPACES
            AND SRTCBRK-TYPE NOT = BW-WORK-FILTER-TYPE
               MOVE 'N' TO BW-MATCH-SWITCH
           END-IF

           IF BW-WORK-FILTER-STATUS = SPACE
               IF NOT SRTCBRK-STATUS-LIVE
                   MOVE 'N' TO BW-MATCH-SWITCH
               END-IF
           ELSE
               IF SRTCBRK-STATUS NOT = BW-WORK-FILTER-STATUS
                   MOVE 'N' TO BW-MATCH-SWITCH
               END-IF
           END-IF

           IF SRTCBRK-AGE-DAYS < BW-WORK-FILTER-AGE
               MOVE 'N' TO BW-MATCH-SWITCH
           END-IF.

       A530-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A900-END-SESSION - PF3 PRESSED, END THE TRANSACTION.
      *----------------------------------------------------------------
       A900-END-SESSION.
           EXEC CICS SEND TEXT
                FROM('BREAK WORKLIST ENDED')
                ERASE
                FREEKB
           END-EXEC

           SET BW-END-SESSION TO TRUE.

       A900-EXIT.
           EXIT.
