      *                   SRTCAPR APPROVAL SCREEN.  THE JOURNAL,       *
      *                   CACHE REFRESH AND SCEVENT PUBLISH MOVED TO   *
      *                   SRTCAPR, WHERE THEY HAPPEN ON APPROVAL.      *
      *  2026-10-15  SRT  NEW FUNCTION F QUEUES A FUTURE-DATED CHANGE  *
      *                   TO THE SORT CODE, SWIFT/BIC, IBAN PREFIX OR  *
      *                   BANK NAME FOR APPROVAL; ONCE APPROVED IT     *
      *                   WAITS ON SRTCSCH UNTIL THE NIGHTLY SRTCSAP   *
      *                   JOB APPLIES IT ON ITS EFFECTIVE DATE.        *
      *                   INQUIRY NOW LISTS THE CHANGES STILL WAITING  *
      *                   FOR THE BRANCH.                              *
      *  2026-10-15  SRT  AN ADD, OR AN UPDATE OR FUTURE-DATED CHANGE  *
      *                   THAT GIVES THE BRANCH A NEW SORT CODE, IS    *
      *                   NOW REFUSED UNLESS THE SRTCALR ALLOCATION    *
      *                   REGISTER SAYS THE CODE IS FREE OR RESERVED   *
      *                   FOR THE BRANCH (SRTCALC RULES).              *
      ******************************************************************

       ENVIRONMENT DIVISION.
       01  GS-IBAN-AREA.
           COPY IBANSRV.

      *----------------------------------------------------------------
      *    THE SORT CODE ALLOCATION REGISTER ENTRY FOR THE CODE BEING
      *    GIVEN TO THE BRANCH, AND THE SRTCALC PARAMETER AREA THAT
      *    SAYS WHETHER THE BRANCH MAY HAVE IT.
      *----------------------------------------------------------------
       COPY SRTCALR.

       01  GS-ALC-AREA.
           COPY SRTCALC.

      *----------------------------------------------------------------
      *    THE SPECIMEN ACCOUNT NUMBER THE INQUIRY BUILDS ITS SAMPLE
      *    IBAN WITH - OBVIOUSLY NOT A REAL ACCOUNT, THE POINT IS THE

       01  GS-PND-BEFORE                 PIC X(85).

      *----------------------------------------------------------------
      *    WORKING STORAGE FOR FUTURE-DATED CHANGES.  GS-SCHED-KEY IS
      *    THE RIDFLD THE SRTCSCH BROWSE FEEDS (BRANCH + EFFECTIVE
      *    DATE) AND GS-SCHED-LINE ONE LINE OF THE WAITING-CHANGES
      *    LIST ON THE INQUIRY SCREEN - A FIELD THE CHANGE LEAVES
      *    ALONE IS SHOWN BLANK.
      *----------------------------------------------------------------
       COPY SRTCSCH.

       01  GS-TODAY-DATE                 PIC 9(08).
       01  GS-SCHED-DATE                 PIC 9(08).
       01  GS-SCHED-KEY                  PIC X(14).
       01  GS-SCHED-IX                   PIC S9(04) COMP.

       01  GS-SCHED-EOF-SWITCH           PIC X(01).
           88  GS-SCHED-EOF                  VALUE 'Y'.

       01  GS-SCHED-MORE-SWITCH          PIC X(01).
           88  GS-SCHED-MORE                 VALUE 'Y'.

       01  GS-SCHED-LINE.
           05  GS-SL-EFF-DATE            PIC 9(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  GS-SL-SORT-CODE           PIC X(06).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  GS-SL-SWIFT-BIC           PIC X(11).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  GS-SL-IBAN-PREFIX         PIC X(04).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  GS-SL-BANK-NAME           PIC X(33).

       01  GS-FILE-RESP                  PIC S9(08) COMP.
       01  GS-FILE-REASN                 PIC S9(08) COMP.
       01  GS-ABS-TIME                   PIC S9(15) COMP-3.
      *----------------------------------------------------------------
       A100-SEND-INITIAL-MAP.
           MOVE SPACES TO SRTCMNT1O
           MOVE 'ENTER FUNCTION (I/A/U/F/S/B), BRANCH AND SORT CODE'
             TO MSGO
           MOVE 'E' TO GS-WORK-STATE

      *----------------------------------------------------------------
      *    A300-PROCESS-FUNCTION - VALIDATE THE FUNCTION CODE AND
      *    EITHER ANSWER AN INQUIRY DIRECTLY OR PUT UP A CONFIRMATION
      *    SCREEN BEFORE AN ADD, UPDATE OR FUTURE-DATED CHANGE IS
      *    QUEUED.
      *----------------------------------------------------------------
       A300-PROCESS-FUNCTION.
           EVALUATE GS-WORK-FUNCTION
                   PERFORM A320-PREPARE-ADD THRU A320-EXIT
               WHEN 'U'
                   PERFORM A330-PREPARE-UPDATE THRU A330-EXIT
               WHEN 'F'
                   PERFORM A380-PREPARE-FUTURE THRU A380-EXIT
               WHEN 'S'
                   PERFORM A340-INQUIRE-SORTCODE THRU A340-EXIT
               WHEN 'B'
                   PERFORM A350-START-BROWSE THRU A350-EXIT
               WHEN OTHER
                   MOVE 'INVALID FUNCTION - USE I, A, U, F, S OR B'
                     TO MSGO
                   MOVE 'E' TO GS-WORK-STATE
                   EXEC CICS SEND MAP('SRTCMNT1')

           IF GS-FILE-RESP = DFHRESP(NORMAL)
               PERFORM A315-SHOW-RECORD THRU A315-EXIT
               IF GS-SCHED-MORE
                   MOVE 'RECORD FOUND - MORE THAN 4 CHANGES SCHEDULED'
                     TO MSGO
               ELSE
                   MOVE 'RECORD FOUND' TO MSGO
               END-IF
           ELSE
               PERFORM A316-CLEAR-RECORD THRU A316-EXIT
               MOVE 'BRANCH NOT FOUND ON SRTCTL' TO MSGO

      *----------------------------------------------------------------
      *    A315-SHOW-RECORD - FORMAT THE SRTCTL RECORD JUST READ INTO
      *    THE INQUIRY FIELDS OF THE MAINTENANCE SCREEN, WITH THE
      *    FUTURE-DATED CHANGES STILL WAITING FOR THE BRANCH BELOW.
      *----------------------------------------------------------------
       A315-SHOW-RECORD.
           MOVE SRTCTL-SORT-CODE TO SRTCDEO
               INTO LCHGDO
           END-STRING

           PERFORM A317-SPECIMEN-IBAN THRU A317-EXIT

           PERFORM A318-SHOW-SCHEDULED THRU A318-EXIT.

       A315-EXIT.
           EXIT.
       A317-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A318-SHOW-SCHEDULED - LIST THE APPROVED FUTURE-DATED
      *    CHANGES STILL WAITING ON SRTCSCH FOR THE BRANCH ON
      *    DISPLAY, EARLIEST FIRST.  THE SCREEN HAS ROOM FOR FOUR;
      *    GS-SCHED-MORE TELLS THE CALLER THERE ARE MORE BEHIND THEM.
      *    CHANGES ALREADY APPLIED OR REFUSED ARE NOT SHOWN.
      *----------------------------------------------------------------
       A318-SHOW-SCHEDULED.
           MOVE SPACES TO SCHDO(1)
           MOVE SPACES TO SCHDO(2)
           MOVE SPACES TO SCHDO(3)
           MOVE SPACES TO SCHDO(4)
           MOVE ZERO TO GS-SCHED-IX
           MOVE 'N' TO GS-SCHED-MORE-SWITCH
           MOVE 'N' TO GS-SCHED-EOF-SWITCH

           MOVE SRTCTL-BRANCH-ID TO SRTCSCH-BRANCH-ID
           MOVE ZEROS TO SRTCSCH-EFFECTIVE-DATE
           MOVE SRTCSCH-KEY TO GS-SCHED-KEY

           EXEC CICS STARTBR
                FILE('SRTCSCH')
                RIDFLD(GS-SCHED-KEY)
                KEYLENGTH(LENGTH OF GS-SCHED-KEY)
                GTEQ
                RESP(GS-FILE-RESP)
           END-EXEC

           IF GS-FILE-RESP NOT = DFHRESP(NORMAL)
               GO TO A318-EXIT
           END-IF

           PERFORM A319-READ-SCHEDULED THRU A319-EXIT
               UNTIL GS-SCHED-EOF OR GS-SCHED-MORE

           EXEC CICS ENDBR
                FILE('SRTCSCH')
                RESP(GS-FILE-RESP)
           END-EXEC.

       A318-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A319-READ-SCHEDULED - READ THE NEXT SRTCSCH RECORD OF THE
      *    BROWSE AND, IF IT IS STILL WAITING FOR THE BRANCH ON
      *    DISPLAY, FORMAT IT INTO THE NEXT FREE LINE.
      *----------------------------------------------------------------
       A319-READ-SCHEDULED.
           EXEC CICS READNEXT
                FILE('SRTCSCH')
                INTO(SRTCSCH-RECORD)
                RIDFLD(GS-SCHED-KEY)
                KEYLENGTH(LENGTH OF GS-SCHED-KEY)
                RESP(GS-FILE-RESP)
           END-EXEC

           IF GS-FILE-RESP NOT = DFHRESP(NORMAL)
            OR SRTCSCH-BRANCH-ID NOT = SRTCTL-BRANCH-ID
               MOVE 'Y' TO GS-SCHED-EOF-SWITCH
               GO TO A319-EXIT
           END-IF

           IF NOT SRTCSCH-STATUS-WAITING
               GO TO A319-EXIT
           END-IF

           IF GS-SCHED-IX >= 4
               MOVE 'Y' TO GS-SCHED-MORE-SWITCH
               GO TO A319-EXIT
           END-IF

           ADD 1 TO GS-SCHED-IX

           MOVE SPACES TO GS-SCHED-LINE
           MOVE SRTCSCH-EFFECTIVE-DATE TO GS-SL-EFF-DATE

           IF SRTCSCH-NEW-SORT-CODE NOT = SRTCSCH-OLD-SORT-CODE
               MOVE SRTCSCH-NEW-SORT-CODE TO GS-SL-SORT-CODE
           END-IF
           IF SRTCSCH-NEW-SWIFT-BIC NOT = SRTCSCH-OLD-SWIFT-BIC
               MOVE SRTCSCH-NEW-SWIFT-BIC TO GS-SL-SWIFT-BIC
           END-IF
           IF SRTCSCH-NEW-IBAN-PREFIX NOT = SRTCSCH-OLD-IBAN-PREFIX
               MOVE SRTCSCH-NEW-IBAN-PREFIX TO GS-SL-IBAN-PREFIX
           END-IF
           IF SRTCSCH-NEW-BANK-NAME NOT = SRTCSCH-OLD-BANK-NAME
               MOVE SRTCSCH-NEW-BANK-NAME TO GS-SL-BANK-NAME
           END-IF

           MOVE GS-SCHED-LINE TO SCHDO(GS-SCHED-IX).

       A319-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A316-CLEAR-RECORD - BLANK THE INQUIRY FIELDS WHEN THERE IS
      *    NO RECORD TO SHOW.
           MOVE SPACES TO EFFDTO
           MOVE SPACES TO SUCCSRO
           MOVE SPACES TO SPCIBNO
           MOVE SPACES TO LCHGDO
           MOVE SPACES TO SCHDO(1)
           MOVE SPACES TO SCHDO(2)
           MOVE SPACES TO SCHDO(3)
           MOVE SPACES TO SCHDO(4)
           MOVE 'N' TO GS-SCHED-MORE-SWITCH.

       A316-EXIT.
           EXIT.
               PERFORM A370-VALIDATE-RECORD THRU A370-EXIT
           END-IF

           IF NOT GS-EDIT-FAILED
               PERFORM A375-CHECK-ALLOCATION THRU A375-EXIT
           END-IF

           IF NOT GS-EDIT-FAILED
               PERFORM A365-EDIT-SUCCESSOR THRU A365-EXIT
           END-IF
                   MOVE GS-WORK-STATUS TO SRTCVAL-STATUS
               END-IF
               PERFORM A370-VALIDATE-RECORD THRU A370-EXIT
               IF NOT GS-EDIT-FAILED
                AND GS-WORK-SORT-CODE NOT = SRTCTL-SORT-CODE
                   PERFORM A375-CHECK-ALLOCATION THRU A375-EXIT
               END-IF
               IF NOT GS-EDIT-FAILED
                   PERFORM A365-EDIT-SUCCESSOR THRU A365-EXIT
               END-IF
               MOVE SRTCTL-BRANCH-ID TO BRANCHO
               MOVE SRTCTL-BRANCH-ID TO GS-WORK-BRANCH-ID
               PERFORM A315-SHOW-RECORD THRU A315-EXIT
               IF GS-SCHED-MORE
                   MOVE 'RECORD FOUND - MORE THAN 4 CHANGES SCHEDULED'
                     TO MSGO
               ELSE
                   MOVE 'RECORD FOUND' TO MSGO
               END-IF
           ELSE
               MOVE SPACES TO BRANCHO
               PERFORM A316-CLEAR-RECORD THRU A316-EXIT
           EXIT.

      *----------------------------------------------------------------
      *    A375-CHECK-ALLOCATION - THE BRANCH IS BEING GIVEN A SORT
      *    CODE IT DOES NOT HOLD TODAY.  ASK SRTCALC WHETHER THE
      *    SRTCALR ALLOCATION REGISTER LETS IT HAVE THE CODE - FREE,
      *    RESERVED FOR THIS BRANCH, OR THE BRANCH'S OWN CODE COMING
      *    BACK.  A REGISTER THAT CANNOT BE READ REFUSES THE CHANGE
      *    RATHER THAN WAVE THROUGH A CODE NOBODY HAS CHECKED.  THE
      *    CODE IS NOT TAKEN HERE - SRTCAPR TAKES IT ON APPROVAL.
      *----------------------------------------------------------------
       A375-CHECK-ALLOCATION.
           MOVE 'C' TO SRTCALR-REC-TYPE
           MOVE GS-WORK-SORT-CODE TO SRTCALR-SORT-CODE

           EXEC CICS READ
                FILE('SRTCALR')
                INTO(SRTCALR-RECORD)
                RIDFLD(SRTCALR-KEY)
                KEYLENGTH(LENGTH OF SRTCALR-KEY)
                RESP(GS-FILE-RESP)
           END-EXEC

           EVALUATE TRUE
               WHEN GS-FILE-RESP = DFHRESP(NORMAL)
                   MOVE SRTCALR-RECORD TO SRTCALC-ENTRY
               WHEN GS-FILE-RESP = DFHRESP(NOTFND)
                   MOVE SPACES TO SRTCALC-ENTRY
               WHEN OTHER
                   MOVE 'Y' TO GS-EDIT-FAIL-SWITCH
                   MOVE 'ALLOCATION REGISTER UNAVAILABLE - TRY LATER'
                     TO MSGO
                   MOVE -1 TO SRTCDEL
                   GO TO A375-EXIT
           END-EVALUATE

           EXEC CICS ASKTIME
                ABSTIME(GS-ABS-TIME)
           END-EXEC

           EXEC CICS FORMATTIME
                ABSTIME(GS-ABS-TIME)
                YYYYMMDD(SRTCALC-TODAY)
           END-EXEC

           SET SRTCALC-FUNC-CHECK TO TRUE
           MOVE GS-WORK-BRANCH-ID TO SRTCALC-BRANCH-ID
           MOVE SPACES TO SRTCALC-PROJECT
           MOVE SPACES TO SRTCALC-USER
           MOVE ZEROS TO SRTCALC-CLOSED-DATE
           MOVE ZEROS TO SRTCALC-QUAR-DAYS

           CALL 'SRTCALC' USING GS-ALC-AREA

           IF SRTCALC-RC-REFUSED
               MOVE 'Y' TO GS-EDIT-FAIL-SWITCH
               MOVE SRTCALC-MESSAGE TO MSGO
               MOVE -1 TO SRTCDEL
           END-IF.

       A375-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A380-PREPARE-FUTURE - FUNCTION F.  A CHANGE TO THE SORT
      *    CODE, SWIFT/BIC, IBAN PREFIX OR BANK NAME THAT IS TO TAKE
      *    EFFECT ON A LATER DATE, KEYED IN THE EFFECTIVE DATE FIELD.
      *    THE ADMINISTRATOR KEYS THE FOUR PAYMENT FIELDS AS THEY ARE
      *    TO STAND ON THAT DATE; LIFECYCLE STATUS AND SUCCESSOR
      *    CANNOT BE SCHEDULED (THE STATUS ALREADY CARRIES ITS OWN
      *    EFFECTIVE DATE).  THE BRANCH MUST BE ON SRTCTL, THE
      *    VALUES MUST PASS THE SRTCVAL EDITS, AT LEAST ONE OF THEM
      *    MUST DIFFER FROM SRTCTL, AND THERE MUST NOT ALREADY BE A
      *    CHANGE SCHEDULED FOR THE BRANCH ON THE SAME DATE.
      *----------------------------------------------------------------
       A380-PREPARE-FUTURE.
           MOVE 'N' TO GS-EDIT-FAIL-SWITCH
           MOVE 'E' TO GS-WORK-STATE

           EXEC CICS ASKTIME
                ABSTIME(GS-ABS-TIME)
           END-EXEC

           EXEC CICS FORMATTIME
                ABSTIME(GS-ABS-TIME)
                YYYYMMDD(GS-TODAY-DATE)
           END-EXEC

           EVALUATE TRUE
               WHEN GS-WORK-STATUS NOT = SPACE
                   MOVE 'STATUS CANNOT BE SCHEDULED - USE U'
                     TO MSGO
                   MOVE -1 TO STATL
                   GO TO A380-SEND
               WHEN GS-WORK-SUCCESSOR-ID NOT = SPACES
                   MOVE 'SUCCESSOR CANNOT BE SCHEDULED - USE U'
                     TO MSGO
                   MOVE -1 TO SUCCSRL
                   GO TO A380-SEND
               WHEN GS-WORK-EFF-DATE = SPACES
                OR GS-WORK-EFF-DATE NOT NUMERIC
                   MOVE 'EFFECTIVE DATE YYYYMMDD IS REQUIRED FOR F'
                     TO MSGO
                   MOVE -1 TO EFFDTL
                   GO TO A380-SEND
           END-EVALUATE

           MOVE GS-WORK-EFF-DATE TO GS-SCHED-DATE

           IF GS-SCHED-DATE NOT > GS-TODAY-DATE
               MOVE 'EFFECTIVE DATE MUST BE AFTER TODAY - USE U'
                 TO MSGO
               MOVE -1 TO EFFDTL
               GO TO A380-SEND
           END-IF

           MOVE GS-WORK-BRANCH-ID TO SRTCTL-BRANCH-ID

           EXEC CICS READ
                FILE('SRTCTL')
                INTO(SRTCTL-RECORD)
                RIDFLD(SRTCTL-BRANCH-ID)
                KEYLENGTH(LENGTH OF SRTCTL-BRANCH-ID)
                RESP(GS-FILE-RESP)
           END-EXEC

           IF GS-FILE-RESP NOT = DFHRESP(NORMAL)
               MOVE 'BRANCH NOT FOUND - USE ADD' TO MSGO
               GO TO A380-SEND
           END-IF

           MOVE SRTCTL-STATUS TO SRTCVAL-STATUS
           PERFORM A370-VALIDATE-RECORD THRU A370-EXIT
           IF GS-EDIT-FAILED
               GO TO A380-SEND
           END-IF

           IF GS-WORK-SORT-CODE = SRTCTL-SORT-CODE
            AND GS-WORK-SWIFT-BIC = SRTCTL-SWIFT-BIC
            AND GS-WORK-IBAN-PREFIX = SRTCTL-IBAN-PREFIX
            AND GS-WORK-BANK-NAME = SRTCTL-BANK-NAME
               MOVE 'NOTHING TO SCHEDULE - NO FIELD IS CHANGED'
                 TO MSGO
               MOVE -1 TO SRTCDEL
               GO TO A380-SEND
           END-IF

           IF GS-WORK-SORT-CODE NOT = SRTCTL-SORT-CODE
               PERFORM A375-CHECK-ALLOCATION THRU A375-EXIT
               IF GS-EDIT-FAILED
                   GO TO A380-SEND
               END-IF
           END-IF

           MOVE GS-WORK-BRANCH-ID TO SRTCSCH-BRANCH-ID
           MOVE GS-SCHED-DATE TO SRTCSCH-EFFECTIVE-DATE
           MOVE SRTCSCH-KEY TO GS-SCHED-KEY

           EXEC CICS READ
                FILE('SRTCSCH')
                INTO(SRTCSCH-RECORD)
                RIDFLD(GS-SCHED-KEY)
                KEYLENGTH(LENGTH OF GS-SCHED-KEY)
                RESP(GS-FILE-RESP)
           END-EXEC

           IF GS-FILE-RESP = DFHRESP(NORMAL)
               MOVE 'A CHANGE IS ALREADY SCHEDULED FOR THAT DATE'
                 TO MSGO
               MOVE -1 TO EFFDTL
               GO TO A380-SEND
           END-IF

           MOVE 'C' TO GS-WORK-STATE
           MOVE SPACES TO MSGO
           STRING 'PRESS ENTER TO SCHEDULE CHANGE FOR '
                                         DELIMITED BY SIZE
                  GS-SCHED-DATE          DELIMITED BY SIZE
                  ', PF3 TO CANCEL'      DELIMITED BY SIZE
               INTO MSGO
           END-STRING.

       A380-SEND.
           EXEC CICS SEND MAP('SRTCMNT1')
                MAPSET('SRTCMNT')
                FROM(SRTCMNT1O)
                LENGTH(LENGTH OF SRTCMNT1O)
                DATAONLY
                CURSOR
           END-EXEC.

       A380-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A400-APPLY-CHANGE - THE ADMINISTRATOR CONFIRMED THE ADD,
      *    UPDATE OR FUTURE-DATED CHANGE ON THE PREVIOUS SCREEN.  A
      *    FUTURE-DATED CHANGE CARRIES ONLY THE FOUR PAYMENT FIELDS
      *    INTO ITS AFTER IMAGE - NO LAST-CHANGED STAMP, THAT IS SET
      *    WHEN SRTCSAP APPLIES IT - AND ITS EFFECTIVE DATE GOES IN
      *    SRTCPND-SCHED-DATE.  SINCE DUAL AUTHORIZATION,
      *    THE CHANGE DOES NOT TOUCH SRTCTL HERE - THE INTENDED AFTER
      *    IMAGE IS BUILT EXACTLY AS IT WOULD HAVE BEEN WRITTEN AND
      *    QUEUED ON SRTCPND WITH THE MAKER'S USER ID, FOR A SECOND
                   GO TO A400-SEND
               END-IF
               MOVE SRTCTL-RECORD TO GS-PND-BEFORE
               IF GS-WORK-FUNCTION = 'F'
                   MOVE GS-WORK-SORT-CODE TO SRTCTL-SORT-CODE
                   MOVE GS-WORK-SWIFT-BIC TO SRTCTL-SWIFT-BIC
                   MOVE GS-WORK-IBAN-PREFIX TO SRTCTL-IBAN-PREFIX
                   MOVE GS-WORK-BANK-NAME TO SRTCTL-BANK-NAME
               ELSE
                   PERFORM A420-MOVE-FIELDS THRU A420-EXIT
                   PERFORM A410-STAMP-LAST-CHANGED THRU A410-EXIT
               END-IF
           END-IF

           PERFORM A430-QUEUE-CHANGE THRU A430-EXIT

           IF GS-FILE-RESP = DFHRESP(NORMAL)
            AND GS-WORK-FUNCTION = 'F'
               MOVE 'FUTURE-DATED CHANGE QUEUED FOR APPROVAL'
                 TO MSGO
               GO TO A400-SEND
           END-IF

           IF GS-FILE-RESP = DFHRESP(NORMAL)
               MOVE 'CHANGE QUEUED FOR APPROVAL BY A SECOND OPERATOR'
                 TO MSGO
      *----------------------------------------------------------------
      *    A430-QUEUE-CHANGE - WRITE THE PENDING-CHANGE RECORD WITH
      *    THE MAKER'S USER ID AND TERMINAL AND THE BEFORE/AFTER
      *    IMAGES THE CHECKER WILL REVIEW, AND FOR A FUTURE-DATED
      *    CHANGE THE DATE IT IS TO TAKE EFFECT.
      *----------------------------------------------------------------
       A430-QUEUE-CHANGE.
           MOVE SPACES TO SRTCPND-RECORD
           MOVE GS-PND-BEFORE TO SRTCPND-BEFORE-IMAGE
           MOVE SRTCTL-RECORD TO SRTCPND-AFTER-IMAGE

           IF GS-WORK-FUNCTION = 'F'
               MOVE GS-WORK-EFF-DATE TO SRTCPND-SCHED-DATE
           ELSE
               MOVE ZEROS TO SRTCPND-SCHED-DATE
           END-IF

           EXEC CICS WRITE
                FILE('SRTCPND')
                FROM(SRTCPND-RECORD)
