      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2022                                      *
      *                                                                *
      ******************************************************************
       CBL CICS('SP,EDF')

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SRTCHIS.
       AUTHOR. James O'Grady.

      ******************************************************************
      *                                                                *
      *  SRTCHIS - ONLINE BRANCH CHANGE HISTORY OVER THE SRTCJRN       *
      *  CHANGE JOURNAL (TRANSACTION SCHI).                            *
      *                                                                *
      *  WHEN A PAYMENT DISPUTE COMES IN, WHAT THE BRANCH LOOKED LIKE  *
      *  IN THE PAST USED TO NEED AN OVERNIGHT SRTCJRB REBUILD OR THE  *
      *  SRTCMRR RETURN.  THIS TRANSACTION TAKES A BRANCH ID AND       *
      *  LISTS EVERY SRTCJRN ENTRY FOR IT, NEWEST FIRST, PAGED WITH    *
      *  PF7 (NEWER) / PF8 (OLDER) THE SAME WAY AUDTINQ PAGES          *
      *  AUDTFILE - DATE, TIME, SOURCE PROGRAM, ACTION, MAKER AND      *
      *  CHECKER ON EACH LINE.  KEYING A LINE NUMBER IN SELECT SHOWS   *
      *  THAT ENTRY'S BEFORE AND AFTER IMAGES FIELD BY FIELD IN THE    *
      *  SRTCTL LAYOUT, WITH THE FIELDS THE CHANGE ALTERED BRIGHT.     *
      *                                                                *
      *  KEYING AN AS-AT DATE ANSWERS "WHAT DID THE BRANCH HOLD AT     *
      *  CLOSE OF BUSINESS ON THAT DATE?" STRAIGHT FROM THE JOURNAL,   *
      *  BY THE SAME RULE SRTCJRB REPLAYS BY: THE AFTER IMAGE OF THE   *
      *  BRANCH'S LAST ENTRY ON OR BEFORE THE DATE.  WHEN EVERY ENTRY  *
      *  IS LATER THAN THE DATE, THE BEFORE IMAGE OF THE OLDEST ONE    *
      *  IS WHAT THE BRANCH HELD; WITH NO ENTRIES AT ALL THE BRANCH    *
      *  HAS NOT CHANGED SINCE THE JOURNAL BEGAN.  THE ANSWER IS SHOWN *
      *  BESIDE THE CURRENT SRTCTL RECORD, CHANGES SINCE BRIGHT.       *
      *                                                                *
      *  SRTCJRN IS AN ESDS, SO AS IN AUDTINQ THE BROWSE RUNS ON       *
      *  RELATIVE BYTE ADDRESSES BACKWARD FROM THE END OF THE FILE,    *
      *  AND THE RBA OF EVERY LINE ON THE PAGE TRAVELS IN THE          *
      *  COMMAREA FOR THE DETAIL SCREEN TO READ IT BACK.               *
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

       COPY SRTCHIS.

       COPY SRTCJRN.

       COPY SRTCTL.

       01  HS-FILE-RESP                  PIC S9(08) COMP.

       01  HS-WORK-AREA.
           05  HS-WORK-STATE             PIC X(01) VALUE 'E'.
           05  HS-WORK-BRANCH            PIC X(06).
           05  HS-WORK-TOP-RBA           PIC S9(08) COMP.
           05  HS-WORK-BOT-RBA           PIC S9(08) COMP.
           05  HS-WORK-LINE-COUNT        PIC S9(04) COMP.
           05  HS-WORK-LINE-RBA          PIC S9(08) COMP OCCURS 15.

       01  HS-END-SESSION-SWITCH         PIC X(01) VALUE 'N'.
           88  HS-END-SESSION                VALUE 'Y'.

       01  HS-KEYED-BRANCH               PIC X(06).
       01  HS-KEYED-AS-AT                PIC X(08).
       01  HS-KEYED-SEL                  PIC X(02).
       01  HS-KEYED-SEL-N REDEFINES HS-KEYED-SEL
                                         PIC 9(02).
       01  HS-AS-AT-DATE                 PIC 9(08).

      *----------------------------------------------------------------
      *    WORKING STORAGE FOR THE BACKWARD BROWSE, AS IN AUDTINQ.
      *    HS-BROWSE-RBA IS THE RIDFLD EVERY BROWSE COMMAND FEEDS; THE
      *    REDEFINE LETS A FRESH SEARCH SET IT TO HIGH-VALUES TO
      *    POSITION AT THE END OF THE ESDS BEFORE THE FIRST READPREV.
      *----------------------------------------------------------------
       01  HS-BROWSE-RBA                 PIC S9(08) COMP.
       01  HS-BROWSE-RBA-X REDEFINES HS-BROWSE-RBA
                                         PIC X(04).

       01  HS-SAVE-TOP-RBA               PIC S9(08) COMP.

       01  HS-BROWSE-EOF-SWITCH          PIC X(01).
           88  HS-BROWSE-EOF                 VALUE 'Y'.

       01  HS-SKIP-FIRST-SWITCH          PIC X(01).
           88  HS-SKIP-FIRST                 VALUE 'Y'.

       01  HS-FIRST-READ-SWITCH          PIC X(01).
           88  HS-FIRST-READ                 VALUE 'Y'.

       01  HS-LINE-IX                    PIC S9(04) COMP.
       01  HS-NEWER-COUNT                PIC S9(04) COMP.

       01  HS-NEWER-TABLE.
           05  HS-NEWER-RBA              PIC S9(08) COMP OCCURS 15.

       01  HS-BROWSE-MSG                 PIC X(60).

       01  HS-LIST-LINE.
           05  HS-LL-NO                  PIC Z9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  HS-LL-DATE                PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  HS-LL-TIME                PIC X(06).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  HS-LL-SOURCE              PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  HS-LL-ACTION              PIC X(06).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  HS-LL-MAKER               PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  HS-LL-CHECKER             PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  HS-LL-TERMID              PIC X(04).

       01  HS-ACTION-TEXT                PIC X(06).

      *----------------------------------------------------------------
      *    WORKING STORAGE FOR THE AS-AT SEARCH.  HS-LATER-RECORD
      *    KEEPS THE OLDEST ENTRY SEEN SO FAR THAT IS LATER THAN THE
      *    AS-AT DATE, FOR WHEN NO ENTRY ON OR BEFORE IT EXISTS.
      *----------------------------------------------------------------
       01  HS-FOUND-SWITCH               PIC X(01).
           88  HS-ENTRY-FOUND                VALUE 'Y'.

       01  HS-LATER-SWITCH               PIC X(01).
           88  HS-LATER-FOUND                VALUE 'Y'.

       01  HS-LATER-RECORD               PIC X(220).

       01  HS-CURRENT-SWITCH             PIC X(01).
           88  HS-ON-SRTCTL-NOW              VALUE 'Y'.

      *----------------------------------------------------------------
      *    THE TWO IMAGES BEING COMPARED ON THE DETAIL SCREEN, EACH
      *    OVERLAID WITH THE SRTCTL LAYOUT.
      *----------------------------------------------------------------
       01  HS-LEFT-RECORD.
           05  HS-L-BRANCH-ID            PIC X(06).
           05  HS-L-SORT-CODE            PIC X(06).
           05  HS-L-LAST-CHANGED         PIC X(08).
           05  HS-L-SWIFT-BIC            PIC X(11).
           05  HS-L-IBAN-PREFIX          PIC X(04).
           05  HS-L-BANK-NAME            PIC X(35).
           05  HS-L-STATUS               PIC X(01).
           05  HS-L-EFFECTIVE-DATE       PIC X(08).
           05  HS-L-SUCCESSOR-ID         PIC X(06).

       01  HS-RIGHT-RECORD.
           05  HS-R-BRANCH-ID            PIC X(06).
           05  HS-R-SORT-CODE            PIC X(06).
           05  HS-R-LAST-CHANGED         PIC X(08).
           05  HS-R-SWIFT-BIC            PIC X(11).
           05  HS-R-IBAN-PREFIX          PIC X(04).
           05  HS-R-BANK-NAME            PIC X(35).
           05  HS-R-STATUS               PIC X(01).
           05  HS-R-EFFECTIVE-DATE       PIC X(08).
           05  HS-R-SUCCESSOR-ID         PIC X(06).

       01  HS-FIELD-TABLE.
           05  HS-FIELD-ROW OCCURS 9.
               10  HS-LEFT-VALUE         PIC X(35).
               10  HS-RIGHT-VALUE        PIC X(35).

       01  HS-ROW-IX                     PIC S9(04) COMP.

       01  HS-STATUS-CODE                PIC X(01).
       01  HS-STATUS-TEXT                PIC X(35).

      *----------------------------------------------------------------
      *    3270 FIELD ATTRIBUTES FOR THE DETAIL ROWS - THE DFHBMSCA
      *    VALUES DFHBMPRO (PROTECTED) AND DFHPROTI (PROTECTED,
      *    INTENSIFIED).
      *----------------------------------------------------------------
       01  HS-ATTR-NORMAL                PIC X(01) VALUE '-'.
       01  HS-ATTR-BRIGHT                PIC X(01) VALUE 'Y'.


       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY SRTCHISC.


       PROCEDURE DIVISION.
       PREMIERE SECTION.
       A010.
           IF EIBCALEN = 0
               PERFORM A100-SEND-INITIAL-MAP THRU A100-EXIT
           ELSE
               MOVE DFHCOMMAREA TO HS-WORK-AREA

               EVALUATE TRUE
                   WHEN EIBAID = DFHCLEAR
                       PERFORM A100-SEND-INITIAL-MAP THRU A100-EXIT
                   WHEN EIBAID = DFHPF3
                       PERFORM A900-END-SESSION THRU A900-EXIT
                   WHEN HS-WORK-STATE = 'L' AND EIBAID = DFHPF7
                       PERFORM A510-PAGE-NEWER THRU A510-EXIT
                   WHEN HS-WORK-STATE = 'L' AND EIBAID = DFHPF8
                       PERFORM A500-PAGE-OLDER THRU A500-EXIT
                   WHEN HS-WORK-STATE = 'D'
                       PERFORM A550-RETURN-TO-LIST THRU A550-EXIT
                   WHEN OTHER
                       PERFORM A200-RECEIVE-MAP THRU A200-EXIT
                       PERFORM A300-PROCESS-ENTER THRU A300-EXIT
               END-EVALUATE
           END-IF.

           IF HS-END-SESSION
               EXEC CICS RETURN
               END-EXEC
           ELSE
               MOVE HS-WORK-AREA TO DFHCOMMAREA
               EXEC CICS RETURN
                    TRANSID('SCHI')
                    COMMAREA(DFHCOMMAREA)
                    LENGTH(LENGTH OF DFHCOMMAREA)
               END-EXEC
           END-IF.

           GOBACK.

      *----------------------------------------------------------------
      *    A100-SEND-INITIAL-MAP - CLEAR THE SCREEN DOWN AND PROMPT
      *    FOR THE BRANCH.
      *----------------------------------------------------------------
       A100-SEND-INITIAL-MAP.
           MOVE SPACES TO SRTCHIS1O
           STRING 'KEY A BRANCH (AND AN AS-AT DATE IF WANTED) '
                                         DELIMITED BY SIZE
                  'AND PRESS ENTER'      DELIMITED BY SIZE
               INTO HMSGO
           END-STRING
           MOVE 'E' TO HS-WORK-STATE
           MOVE ZERO TO HS-WORK-LINE-COUNT

           EXEC CICS SEND MAP('SRTCHIS1')
                MAPSET('SRTCHIS')
                FROM(SRTCHIS1O)
                LENGTH(LENGTH OF SRTCHIS1O)
                ERASE
           END-EXEC.

       A100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A200-RECEIVE-MAP - READ BACK THE BRANCH, AS-AT DATE AND
      *    SELECTED LINE, NORMALIZING UNTOUCHED FIELDS FROM LOW-VALUES
      *    TO SPACES THE SAME WAY SRTCMNT DOES.
      *----------------------------------------------------------------
       A200-RECEIVE-MAP.
           EXEC CICS RECEIVE MAP('SRTCHIS1')
                MAPSET('SRTCHIS')
                RESP(HS-FILE-RESP)
           END-EXEC

           IF HS-FILE-RESP = DFHRESP(MAPFAIL)
               MOVE SPACES TO SRTCHIS1I
           END-IF

           MOVE HBRCHI TO HS-KEYED-BRANCH
           MOVE HASATI TO HS-KEYED-AS-AT
           MOVE HSELI TO HS-KEYED-SEL

           INSPECT HS-KEYED-BRANCH
               REPLACING ALL LOW-VALUE BY SPACE
           INSPECT HS-KEYED-AS-AT
               REPLACING ALL LOW-VALUE BY SPACE
           INSPECT HS-KEYED-SEL
               REPLACING ALL LOW-VALUE BY SPACE.

       A200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A300-PROCESS-ENTER - EDIT WHAT WAS KEYED AND ACT ON IT: A
      *    SELECTED LINE SHOWS THAT ENTRY, AN AS-AT DATE SHOWS THE
      *    BRANCH AS AT THAT CLOSE OF BUSINESS, OTHERWISE THE LIST IS
      *    BUILT FROM THE NEWEST END OF THE JOURNAL.
      *----------------------------------------------------------------
       A300-PROCESS-ENTER.
           IF HS-KEYED-BRANCH = SPACES
               MOVE 'BRANCH ID IS REQUIRED' TO HMSGO
               PERFORM A390-SEND-ERROR THRU A390-EXIT
               GO TO A300-EXIT
           END-IF

           IF HS-KEYED-AS-AT NOT = SPACES
            AND HS-KEYED-AS-AT NOT NUMERIC
               MOVE 'AS-AT DATE MUST BE NUMERIC YYYYMMDD OR BLANK'
                 TO HMSGO
               PERFORM A390-SEND-ERROR THRU A390-EXIT
               GO TO A300-EXIT
           END-IF

           IF HS-KEYED-SEL NOT = SPACES
               IF HS-WORK-STATE NOT = 'L'
                OR HS-KEYED-BRANCH NOT = HS-WORK-BRANCH
                   MOVE 'LIST THE BRANCH FIRST, THEN SELECT A LINE'
                     TO HMSGO
                   PERFORM A390-SEND-ERROR THRU A390-EXIT
                   GO TO A300-EXIT
               END-IF
               IF HS-KEYED-SEL NOT NUMERIC
                   MOVE ZERO TO HS-KEYED-SEL-N
               END-IF
               IF HS-KEYED-SEL-N < 1
                OR HS-KEYED-SEL-N > HS-WORK-LINE-COUNT
                   MOVE 'SELECT A LINE NUMBER SHOWN ON THE LIST'
                     TO HMSGO
                   PERFORM A390-SEND-ERROR THRU A390-EXIT
                   GO TO A300-EXIT
               END-IF
               PERFORM A600-SHOW-ENTRY THRU A600-EXIT
               GO TO A300-EXIT
           END-IF

           IF HS-KEYED-AS-AT NOT = SPACES
               PERFORM A700-SHOW-AS-AT THRU A700-EXIT
               GO TO A300-EXIT
           END-IF

           MOVE HS-KEYED-BRANCH TO HS-WORK-BRANCH
           MOVE HIGH-VALUES TO HS-BROWSE-RBA-X
           MOVE 'N' TO HS-SKIP-FIRST-SWITCH
           MOVE 'NEWEST FIRST - PF7 NEWER, PF8 OLDER, SELECT A LINE NO'
             TO HS-BROWSE-MSG
           PERFORM A520-BUILD-PAGE THRU A520-EXIT.

       A300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A390-SEND-ERROR - REDISPLAY THE LIST SCREEN AS KEYED WITH
      *    THE MESSAGE ALREADY IN HMSGO.  THE STATE IS LEFT ALONE, SO
      *    A PAGE STILL ON DISPLAY CAN STILL BE PAGED AND SELECTED.
      *----------------------------------------------------------------
       A390-SEND-ERROR.
           EXEC CICS SEND MAP('SRTCHIS1')
                MAPSET('SRTCHIS')
                FROM(SRTCHIS1O)
                LENGTH(LENGTH OF SRTCHIS1O)
                DATAONLY
                CURSOR
           END-EXEC.

       A390-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A500-PAGE-OLDER - PF8.  CONTINUE THE BACKWARD WALK FROM
      *    THE OLDEST LINE ON DISPLAY.  AN EMPTY PAGE MEANS THAT LINE
      *    WAS ALREADY THE OLDEST ENTRY - REDISPLAY THE SAME PAGE
      *    WITH A MESSAGE RATHER THAN A BLANK SCREEN.
      *----------------------------------------------------------------
       A500-PAGE-OLDER.
           MOVE HS-WORK-TOP-RBA TO HS-SAVE-TOP-RBA
           MOVE HS-WORK-BOT-RBA TO HS-BROWSE-RBA
           MOVE 'Y' TO HS-SKIP-FIRST-SWITCH
           MOVE 'OLDER ENTRIES - PF7 NEWER, PF8 OLDER, SELECT A LINE NO'
             TO HS-BROWSE-MSG
           PERFORM A520-BUILD-PAGE THRU A520-EXIT

           IF HS-LINE-IX = ZERO
               MOVE HS-SAVE-TOP-RBA TO HS-BROWSE-RBA
               MOVE 'N' TO HS-SKIP-FIRST-SWITCH
               MOVE 'ALREADY AT THE OLDEST ENTRY FOR THIS BRANCH'
                 TO HS-BROWSE-MSG
               PERFORM A520-BUILD-PAGE THRU A520-EXIT
           END-IF.

       A500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A510-PAGE-NEWER - PF7.  WALK FORWARD FROM THE NEWEST LINE
      *    ON DISPLAY COLLECTING THE RBAS OF UP TO FIFTEEN NEWER
      *    ENTRIES FOR THE BRANCH, THEN REBUILD THE PAGE BACKWARD FROM
      *    THE NEWEST ONE COLLECTED SO THE SCREEN STAYS NEWEST-FIRST.
      *----------------------------------------------------------------
       A510-PAGE-NEWER.
           MOVE HS-WORK-TOP-RBA TO HS-BROWSE-RBA

           EXEC CICS STARTBR
                FILE('SRTCJRN')
                RIDFLD(HS-BROWSE-RBA)
                RBA
                RESP(HS-FILE-RESP)
           END-EXEC

           IF HS-FILE-RESP NOT = DFHRESP(NORMAL)
               MOVE HS-WORK-TOP-RBA TO HS-BROWSE-RBA
               MOVE 'N' TO HS-SKIP-FIRST-SWITCH
               MOVE 'UNABLE TO RESTART BROWSE' TO HS-BROWSE-MSG
               PERFORM A520-BUILD-PAGE THRU A520-EXIT
               GO TO A510-EXIT
           END-IF

           MOVE ZERO TO HS-NEWER-COUNT
           MOVE 'N' TO HS-BROWSE-EOF-SWITCH
           MOVE 'Y' TO HS-FIRST-READ-SWITCH

           PERFORM A515-READ-NEWER THRU A515-EXIT
               UNTIL HS-NEWER-COUNT >= 15 OR HS-BROWSE-EOF

           EXEC CICS ENDBR
                FILE('SRTCJRN')
                RESP(HS-FILE-RESP)
           END-EXEC

           IF HS-NEWER-COUNT = ZERO
               MOVE HS-WORK-TOP-RBA TO HS-BROWSE-RBA
               MOVE 'N' TO HS-SKIP-FIRST-SWITCH
               MOVE 'ALREADY AT THE NEWEST ENTRY FOR THIS BRANCH'
                 TO HS-BROWSE-MSG
               PERFORM A520-BUILD-PAGE THRU A520-EXIT
               GO TO A510-EXIT
           END-IF

           MOVE HS-NEWER-RBA (HS-NEWER-COUNT) TO HS-BROWSE-RBA
           MOVE 'N' TO HS-SKIP-FIRST-SWITCH
           MOVE 'NEWER ENTRIES - PF7 NEWER, PF8 OLDER, SELECT A LINE NO'
             TO HS-BROWSE-MSG
           PERFORM A520-BUILD-PAGE THRU A520-EXIT.

       A510-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A515-READ-NEWER - ONE FORWARD STEP OF THE PF7 WALK.  THE
      *    FIRST READNEXT AFTER THE STARTBR RETURNS THE TOP LINE
      *    ITSELF AND IS DISCARDED; EVERY LATER ENTRY FOR THE BRANCH
      *    HAS ITS RBA REMEMBERED.
      *----------------------------------------------------------------
       A515-READ-NEWER.
           EXEC CICS READNEXT
                FILE('SRTCJRN')
                INTO(SRTCJRN-RECORD)
                RIDFLD(HS-BROWSE-RBA)
                RBA
                RESP(HS-FILE-RESP)
           END-EXEC

           IF HS-FILE-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO HS-BROWSE-EOF-SWITCH
               GO TO A515-EXIT
           END-IF

           IF HS-FIRST-READ
               MOVE 'N' TO HS-FIRST-READ-SWITCH
               GO TO A515-EXIT
           END-IF

           IF SRTCJRN-BRANCH-ID = HS-WORK-BRANCH
               ADD 1 TO HS-NEWER-COUNT
               MOVE HS-BROWSE-RBA TO HS-NEWER-RBA (HS-NEWER-COUNT)
           END-IF.

       A515-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A520-BUILD-PAGE - FILL THE LIST WITH UP TO FIFTEEN ENTRIES
      *    FOR THE BRANCH BACKWARD FROM HS-BROWSE-RBA AND SEND THE
      *    MAP.  WHEN HS-SKIP-FIRST IS SET THE ENTRY AT THE STARTING
      *    RBA IS THE BOTTOM LINE OF THE PAGE STILL ON DISPLAY, SO IT
      *    IS READ AND DISCARDED BEFORE THE PAGE PROPER BEGINS.
      *----------------------------------------------------------------
       A520-BUILD-PAGE.
           MOVE SPACES TO SRTCHIS1O
           MOVE ZERO TO HS-LINE-IX
           MOVE 'N' TO HS-BROWSE-EOF-SWITCH
           MOVE 'Y' TO HS-FIRST-READ-SWITCH

           EXEC CICS STARTBR
                FILE('SRTCJRN')
                RIDFLD(HS-BROWSE-RBA)
                RBA
                RESP(HS-FILE-RESP)
           END-EXEC

           IF HS-FILE-RESP NOT = DFHRESP(NORMAL)
               MOVE 'NO CHANGE JOURNAL ENTRIES TO LIST' TO HS-BROWSE-MSG
               GO TO A520-SEND
           END-IF

           PERFORM A525-FILL-LINE THRU A525-EXIT
               UNTIL HS-LINE-IX >= 15 OR HS-BROWSE-EOF

           EXEC CICS ENDBR
                FILE('SRTCJRN')
                RESP(HS-FILE-RESP)
           END-EXEC

           IF HS-LINE-IX = ZERO AND NOT HS-SKIP-FIRST
               MOVE 'NO CHANGE JOURNAL ENTRIES FOR THIS BRANCH'
                 TO HS-BROWSE-MSG
           END-IF.

       A520-SEND.
           MOVE HS-LINE-IX TO HS-WORK-LINE-COUNT
           MOVE HS-WORK-BRANCH TO HBRCHO
           MOVE HS-BROWSE-MSG TO HMSGO
           MOVE 'L' TO HS-WORK-STATE

           EXEC CICS SEND MAP('SRTCHIS1')
                MAPSET('SRTCHIS')
                FROM(SRTCHIS1O)
                LENGTH(LENGTH OF SRTCHIS1O)
                ERASE
           END-EXEC.

       A520-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A525-FILL-LINE - ONE BACKWARD STEP OF THE PAGE BUILD.  THE
      *    FIRST READPREV AFTER A STARTBR AT HIGH-VALUES RETURNS THE
      *    LAST ENTRY ON THE FILE; A STARTBR AT A PAGE-EDGE RBA
      *    RETURNS THAT ENTRY ITSELF, WHICH HS-SKIP-FIRST DISCARDS.
      *    ENTRIES FOR OTHER BRANCHES ARE WALKED PAST.
      *----------------------------------------------------------------
       A525-FILL-LINE.
           EXEC CICS READPREV
                FILE('SRTCJRN')
                INTO(SRTCJRN-RECORD)
                RIDFLD(HS-BROWSE-RBA)
                RBA
                RESP(HS-FILE-RESP)
           END-EXEC

           IF HS-FILE-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO HS-BROWSE-EOF-SWITCH
               GO TO A525-EXIT
           END-IF

           IF HS-FIRST-READ
               MOVE 'N' TO HS-FIRST-READ-SWITCH
               IF HS-SKIP-FIRST
                   GO TO A525-EXIT
               END-IF
           END-IF

           IF SRTCJRN-BRANCH-ID NOT = HS-WORK-BRANCH
               GO TO A525-EXIT
           END-IF

           ADD 1 TO HS-LINE-IX

           PERFORM A590-ACTION-TEXT THRU A590-EXIT

           MOVE HS-LINE-IX TO HS-LL-NO
           MOVE SRTCJRN-DATE TO HS-LL-DATE
           MOVE SRTCJRN-TIME TO HS-LL-TIME
           MOVE SRTCJRN-SOURCE TO HS-LL-SOURCE
           MOVE HS-ACTION-TEXT TO HS-LL-ACTION
           MOVE SRTCJRN-OPERATOR TO HS-LL-MAKER
           MOVE SRTCJRN-CHECKER TO HS-LL-CHECKER
           MOVE SRTCJRN-TERMID TO HS-LL-TERMID
           MOVE HS-LIST-LINE TO LSTHO(HS-LINE-IX)

           MOVE HS-BROWSE-RBA TO HS-WORK-LINE-RBA (HS-LINE-IX)
           IF HS-LINE-IX = 1
               MOVE HS-BROWSE-RBA TO HS-WORK-TOP-RBA
           END-IF
           MOVE HS-BROWSE-RBA TO HS-WORK-BOT-RBA.

       A525-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A550-RETURN-TO-LIST - ANY KEY BUT PF3/CLEAR ON THE DETAIL
      *    SCREEN.  REBUILD THE PAGE THE ENTRY WAS SELECTED FROM, OR
      *    START A FRESH LIST WHEN THE AS-AT VIEW WAS ASKED FOR BEFORE
      *    ANY PAGE WAS LISTED.
      *----------------------------------------------------------------
       A550-RETURN-TO-LIST.
           MOVE 'N' TO HS-SKIP-FIRST-SWITCH
           MOVE 'PF7 NEWER, PF8 OLDER, SELECT A LINE NO FOR DETAIL'
             TO HS-BROWSE-MSG

           IF HS-WORK-LINE-COUNT = ZERO
               MOVE HIGH-VALUES TO HS-BROWSE-RBA-X
           ELSE
               MOVE HS-WORK-TOP-RBA TO HS-BROWSE-RBA
           END-IF

           PERFORM A520-BUILD-PAGE THRU A520-EXIT.

       A550-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A590-ACTION-TEXT - SPELL OUT THE JOURNAL ACTION CODE.
      *----------------------------------------------------------------
       A590-ACTION-TEXT.
           EVALUATE TRUE
               WHEN SRTCJRN-ACTION-ADD
                   MOVE 'ADD' TO HS-ACTION-TEXT
               WHEN SRTCJRN-ACTION-UPDATE
                   MOVE 'UPDATE' TO HS-ACTION-TEXT
               WHEN SRTCJRN-ACTION-DELETE
                   MOVE 'DELETE' TO HS-ACTION-TEXT
               WHEN OTHER
                   MOVE SRTCJRN-ACTION TO HS-ACTION-TEXT
           END-EVALUATE.

       A590-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A600-SHOW-ENTRY - READ BACK THE SELECTED JOURNAL ENTRY BY
      *    ITS RBA AND SHOW ITS BEFORE AND AFTER IMAGES SIDE BY SIDE.
      *----------------------------------------------------------------
       A600-SHOW-ENTRY.
           MOVE HS-WORK-LINE-RBA (HS-KEYED-SEL-N) TO HS-BROWSE-RBA

           EXEC CICS READ
                FILE('SRTCJRN')
                INTO(SRTCJRN-RECORD)
                RIDFLD(HS-BROWSE-RBA)
                RBA
                RESP(HS-FILE-RESP)
           END-EXEC

           IF HS-FILE-RESP NOT = DFHRESP(NORMAL)
               MOVE 'UNABLE TO READ THAT JOURNAL ENTRY' TO HMSGO
               PERFORM A390-SEND-ERROR THRU A390-EXIT
               GO TO A600-EXIT
           END-IF

           MOVE SPACES TO SRTCHIS2O
           PERFORM A610-ENTRY-HEADER THRU A610-EXIT

           MOVE 'BEFORE' TO DBHDO
           MOVE 'AFTER' TO DAHDO
           MOVE SRTCJRN-BEFORE-IMAGE TO HS-LEFT-RECORD
           MOVE SRTCJRN-AFTER-IMAGE TO HS-RIGHT-RECORD

           EVALUATE TRUE
               WHEN SRTCJRN-ACTION-ADD
                   MOVE 'BRANCH ADDED - NO BEFORE IMAGE' TO DMSGO
               WHEN SRTCJRN-ACTION-DELETE
                   MOVE 'BRANCH DELETED - NO AFTER IMAGE' TO DMSGO
               WHEN OTHER
                   MOVE 'FIELDS THIS ENTRY CHANGED ARE SHOWN BRIGHT'
                     TO DMSGO
           END-EVALUATE

           PERFORM A800-SEND-DETAIL THRU A800-EXIT.

       A600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A610-ENTRY-HEADER - THE WHO/WHEN OF THE JOURNAL ENTRY IN
      *    SRTCJRN-RECORD, AT THE TOP OF THE DETAIL SCREEN.
      *----------------------------------------------------------------
       A610-ENTRY-HEADER.
           PERFORM A590-ACTION-TEXT THRU A590-EXIT

           MOVE SRTCJRN-BRANCH-ID TO DBRCHO
           MOVE SRTCJRN-DATE TO DDATEO
           MOVE SRTCJRN-TIME TO DTIMEO
           MOVE SRTCJRN-SOURCE TO DSRCO
           MOVE HS-ACTION-TEXT TO DACTO
           MOVE SRTCJRN-OPERATOR TO DMAKRO
           MOVE SRTCJRN-CHECKER TO DCHKRO
           MOVE SRTCJRN-TERMID TO DTERMO.

       A610-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A700-SHOW-AS-AT - WHAT THE BRANCH HELD AT CLOSE OF BUSINESS
      *    ON THE AS-AT DATE, BESIDE WHAT SRTCTL HOLDS NOW.  THE
      *    JOURNAL IS WALKED BACKWARD FROM THE END UNTIL THE FIRST
      *    ENTRY FOR THE BRANCH DATED ON OR BEFORE THE AS-AT DATE;
      *    THE HEADER THEN SHOWS THAT ENTRY, WHICH SET THE VALUES.
      *    WHEN EVERY ENTRY IS LATER THAN THE DATE IT SHOWS THE OLDEST
      *    OF THEM, WHOSE BEFORE IMAGE IS WHAT THE BRANCH HELD.
      *----------------------------------------------------------------
       A700-SHOW-AS-AT.
           MOVE HS-KEYED-AS-AT TO HS-AS-AT-DATE

           IF HS-KEYED-BRANCH NOT = HS-WORK-BRANCH
            OR HS-WORK-STATE = 'E'
               MOVE ZERO TO HS-WORK-LINE-COUNT
           END-IF
           MOVE HS-KEYED-BRANCH TO HS-WORK-BRANCH

           MOVE 'N' TO HS-FOUND-SWITCH
           MOVE 'N' TO HS-LATER-SWITCH
           MOVE 'N' TO HS-BROWSE-EOF-SWITCH
           MOVE HIGH-VALUES TO HS-BROWSE-RBA-X

           EXEC CICS STARTBR
                FILE('SRTCJRN')
                RIDFLD(HS-BROWSE-RBA)
                RBA
                RESP(HS-FILE-RESP)
           END-EXEC

           IF HS-FILE-RESP = DFHRESP(NORMAL)
               PERFORM A710-SCAN-BACK THRU A710-EXIT
                   UNTIL HS-ENTRY-FOUND OR HS-BROWSE-EOF
               EXEC CICS ENDBR
                    FILE('SRTCJRN')
                    RESP(HS-FILE-RESP)
               END-EXEC
           END-IF

           PERFORM A720-READ-CURRENT THRU A720-EXIT

           IF NOT HS-ENTRY-FOUND AND NOT HS-LATER-FOUND
            AND NOT HS-ON-SRTCTL-NOW
               MOVE 'NO JOURNAL ENTRIES AND BRANCH IS NOT ON SRTCTL'
                 TO HMSGO
               PERFORM A390-SEND-ERROR THRU A390-EXIT
               GO TO A700-EXIT
           END-IF

           MOVE SPACES TO SRTCHIS2O
           MOVE HS-WORK-BRANCH TO DBRCHO

           MOVE SPACES TO DBHDO
           STRING 'AT CLOSE OF BUSINESS ' DELIMITED BY SIZE
                  HS-AS-AT-DATE           DELIMITED BY SIZE
               INTO DBHDO
           END-STRING

           IF HS-ON-SRTCTL-NOW
               MOVE 'ON SRTCTL NOW' TO DAHDO
               MOVE SRTCTL-RECORD TO HS-RIGHT-RECORD
           ELSE
               MOVE 'NOT ON SRTCTL NOW' TO DAHDO
               MOVE SPACES TO HS-RIGHT-RECORD
           END-IF

           EVALUATE TRUE
               WHEN HS-ENTRY-FOUND
                   PERFORM A610-ENTRY-HEADER THRU A610-EXIT
                   MOVE SRTCJRN-AFTER-IMAGE TO HS-LEFT-RECORD
                   IF SRTCJRN-ACTION-DELETE
                       MOVE 'BRANCH HAD BEEN DELETED BY THAT DATE'
                         TO DMSGO
                   ELSE
                       MOVE 'SET BY ENTRY SHOWN - CHANGES SINCE BRIGHT'
                         TO DMSGO
                   END-IF
               WHEN HS-LATER-FOUND
                   MOVE HS-LATER-RECORD TO SRTCJRN-RECORD
                   PERFORM A610-ENTRY-HEADER THRU A610-EXIT
                   MOVE SRTCJRN-BEFORE-IMAGE TO HS-LEFT-RECORD
                   IF SRTCJRN-BEFORE-IMAGE = SPACES
                       MOVE 'BRANCH WAS NOT YET ON SRTCTL AT THAT DATE'
                         TO DMSGO
                   ELSE
                       MOVE 'UNCHANGED UNTIL ITS OLDEST JOURNAL ENTRY'
                         TO DMSGO
                   END-IF
               WHEN OTHER
                   MOVE SRTCTL-RECORD TO HS-LEFT-RECORD
                   MOVE 'NO JOURNAL ENTRIES - UNCHANGED SINCE IT BEGAN'
                     TO DMSGO
           END-EVALUATE

           PERFORM A800-SEND-DETAIL THRU A800-EXIT.

       A700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A710-SCAN-BACK - ONE BACKWARD STEP OF THE AS-AT SEARCH.
      *    AN ENTRY FOR THE BRANCH LATER THAN THE AS-AT DATE IS KEPT,
      *    SO THE LAST ONE KEPT IS THE OLDEST; THE FIRST ENTRY ON OR
      *    BEFORE THE DATE ENDS THE SEARCH, LEFT IN SRTCJRN-RECORD.
      *----------------------------------------------------------------
       A710-SCAN-BACK.
           EXEC CICS READPREV
                FILE('SRTCJRN')
                INTO(SRTCJRN-RECORD)
                RIDFLD(HS-BROWSE-RBA)
                RBA
                RESP(HS-FILE-RESP)
           END-EXEC

           IF HS-FILE-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO HS-BROWSE-EOF-SWITCH
               GO TO A710-EXIT
           END-IF

           IF SRTCJRN-BRANCH-ID NOT = HS-WORK-BRANCH
               GO TO A710-EXIT
           END-IF

           IF SRTCJRN-DATE NOT > HS-AS-AT-DATE
               MOVE 'Y' TO HS-FOUND-SWITCH
           ELSE
               MOVE SRTCJRN-RECORD TO HS-LATER-RECORD
               MOVE 'Y' TO HS-LATER-SWITCH
           END-IF.

       A710-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A720-READ-CURRENT - THE BRANCH AS SRTCTL HOLDS IT NOW.
      *----------------------------------------------------------------
       A720-READ-CURRENT.
           MOVE 'N' TO HS-CURRENT-SWITCH
           MOVE HS-WORK-BRANCH TO SRTCTL-BRANCH-ID

           EXEC CICS READ
                FILE('SRTCTL')
                INTO(SRTCTL-RECORD)
                RIDFLD(SRTCTL-BRANCH-ID)
                KEYLENGTH(LENGTH OF SRTCTL-BRANCH-ID)
                RESP(HS-FILE-RESP)
           END-EXEC

           IF HS-FILE-RESP = DFHRESP(NORMAL)
               MOVE 'Y' TO HS-CURRENT-SWITCH
           ELSE
               MOVE SPACES TO SRTCTL-RECORD
           END-IF.

       A720-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A800-SEND-DETAIL - LAY THE TWO IMAGES IN HS-LEFT-RECORD AND
      *    HS-RIGHT-RECORD OUT FIELD BY FIELD, SHOW EVERY FIELD THAT
      *    DIFFERS BETWEEN THEM BRIGHT, AND SEND THE DETAIL MAP.  THE
      *    HEADER AND MESSAGE ARE ALREADY IN SRTCHIS2O.
      *----------------------------------------------------------------
       A800-SEND-DETAIL.
           MOVE SPACES TO HS-FIELD-TABLE

           IF HS-LEFT-RECORD NOT = SPACES
               MOVE HS-L-BRANCH-ID TO HS-LEFT-VALUE (1)
               MOVE HS-L-SORT-CODE TO HS-LEFT-VALUE (2)
               MOVE HS-L-LAST-CHANGED TO HS-LEFT-VALUE (3)
               MOVE HS-L-SWIFT-BIC TO HS-LEFT-VALUE (4)
               MOVE HS-L-IBAN-PREFIX TO HS-LEFT-VALUE (5)
               MOVE HS-L-BANK-NAME TO HS-LEFT-VALUE (6)
               MOVE HS-L-STATUS TO HS-STATUS-CODE
               PERFORM A810-STATUS-TEXT THRU A810-EXIT
               MOVE HS-STATUS-TEXT TO HS-LEFT-VALUE (7)
               MOVE HS-L-EFFECTIVE-DATE TO HS-LEFT-VALUE (8)
               MOVE HS-L-SUCCESSOR-ID TO HS-LEFT-VALUE (9)
           END-IF

           IF HS-RIGHT-RECORD NOT = SPACES
               MOVE HS-R-BRANCH-ID TO HS-RIGHT-VALUE (1)
               MOVE HS-R-SORT-CODE TO HS-RIGHT-VALUE (2)
               MOVE HS-R-LAST-CHANGED TO HS-RIGHT-VALUE (3)
               MOVE HS-R-SWIFT-BIC TO HS-RIGHT-VALUE (4)
               MOVE HS-R-IBAN-PREFIX TO HS-RIGHT-VALUE (5)
               MOVE HS-R-BANK-NAME TO HS-RIGHT-VALUE (6)
               MOVE HS-R-STATUS TO HS-STATUS-CODE
               PERFORM A810-STATUS-TEXT THRU A810-EXIT
               MOVE HS-STATUS-TEXT TO HS-RIGHT-VALUE (7)
               MOVE HS-R-EFFECTIVE-DATE TO HS-RIGHT-VALUE (8)
               MOVE HS-R-SUCCESSOR-ID TO HS-RIGHT-VALUE (9)
           END-IF

           PERFORM A820-SHOW-ROW THRU A820-EXIT
               VARYING HS-ROW-IX FROM 1 BY 1 UNTIL HS-ROW-IX > 9

           MOVE 'D' TO HS-WORK-STATE

           EXEC CICS SEND MAP('SRTCHIS2')
                MAPSET('SRTCHIS')
                FROM(SRTCHIS2O)
                LENGTH(LENGTH OF SRTCHIS2O)
                ERASE
           END-EXEC.

       A800-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A810-STATUS-TEXT - THE LIFECYCLE STATUS CODE WITH ITS
      *    MEANING, FOR A CALLER WHO DOES NOT KNOW THE CODES.
      *----------------------------------------------------------------
       A810-STATUS-TEXT.
           EVALUATE HS-STATUS-CODE
               WHEN 'P'
                   MOVE 'P - PENDING OPEN' TO HS-STATUS-TEXT
               WHEN 'O'
               WHEN ' '
                   MOVE 'O - OPEN' TO HS-STATUS-TEXT
               WHEN 'C'
                   MOVE 'C - CLOSING' TO HS-STATUS-TEXT
               WHEN 'X'
                   MOVE 'X - CLOSED' TO HS-STATUS-TEXT
               WHEN OTHER
                   MOVE HS-STATUS-CODE TO HS-STATUS-TEXT
           END-EVALUATE.

       A810-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A820-SHOW-ROW - ONE FIELD OF THE DETAIL SCREEN, BRIGHT ON
      *    BOTH SIDES WHEN THE TWO VALUES DIFFER.
      *----------------------------------------------------------------
       A820-SHOW-ROW.
           MOVE HS-LEFT-VALUE (HS-ROW-IX) TO DBFO (HS-ROW-IX)
           MOVE HS-RIGHT-VALUE (HS-ROW-IX) TO DAFO (HS-ROW-IX)

           IF HS-LEFT-VALUE (HS-ROW-IX) = HS-RIGHT-VALUE (HS-ROW-IX)
               MOVE HS-ATTR-NORMAL TO DBFA (HS-ROW-IX)
               MOVE HS-ATTR-NORMAL TO DAFA (HS-ROW-IX)
           ELSE
               MOVE HS-ATTR-BRIGHT TO DBFA (HS-ROW-IX)
               MOVE HS-ATTR-BRIGHT TO DAFA (HS-ROW-IX)
           END-IF.

       A820-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A900-END-SESSION - PF3 PRESSED, END THE TRANSACTION.
      *----------------------------------------------------------------
       A900-END-SESSION.
           EXEC CICS SEND TEXT
                FROM('BRANCH CHANGE HISTORY ENDED')
                ERASE
                FREEKB
           END-EXEC

           SET HS-END-SESSION TO TRUE.

       A900-EXIT.
           EXIT.
