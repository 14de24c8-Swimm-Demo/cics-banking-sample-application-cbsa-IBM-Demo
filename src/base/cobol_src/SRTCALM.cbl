      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2022                                      *
      *                                                                *
      ******************************************************************
       CBL CICS('SP,EDF')

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SRTCALM.
       AUTHOR. James O'Grady.

      ******************************************************************
      *                                                                *
      *  SRTCALM - ONLINE MAINTENANCE OF THE SRTCALR SORT CODE         *
      *  ALLOCATION REGISTER (TRANSACTION SCAL).                       *
      *                                                                *
      *  BRANCH ADMIN USE THIS SCREEN IN PLACE OF THE SPREADSHEET      *
      *  THEY USED TO KEEP.  EVERY FUNCTION WORKS ON A RANGE OF SORT   *
      *  CODES (FROM/TO, TO BLANK FOR ONE CODE, AT MOST 1000 CODES):   *
      *    N - DEFINE A NEW RANGE ALLOCATED TO US, WITH A NAME AND THE *
      *        NUMBER OF DAYS A CODE IN IT STAYS QUARANTINED AFTER ITS *
      *        BRANCH CLOSES.  EVERY CODE IN THE RANGE THAT PASSES THE *
      *        SRTCVAL CHECK DIGIT TEST IS REGISTERED - IN USE WHEN A  *
      *        BRANCH ON SRTCTL ALREADY HOLDS IT, QUARANTINED WHEN     *
      *        THAT BRANCH IS CLOSED, OTHERWISE FREE.  A RANGE MAY NOT *
      *        OVERLAP ONE ALREADY DEFINED.                            *
      *    R - RESERVE THE CODES FOR A PROJECT, AND FOR ONE BRANCH     *
      *        WHEN A BRANCH ID IS KEYED.                              *
      *    F - RELEASE RESERVED (OR EXPIRED QUARANTINED) CODES BACK    *
      *        TO FREE.                                                *
      *    P - CHANGE THE QUARANTINE PERIOD OF THE RANGE STARTING AT   *
      *        THE FROM CODE.  QUARANTINES ALREADY RUNNING KEEP THEIR  *
      *        DATES.                                                  *
      *    I - SHOW ONE CODE'S REGISTER ENTRY AND ITS RANGE.           *
      *  THE RULES FOR MOVING A CODE BETWEEN STATES ARE SRTCALC'S; A   *
      *  CODE SRTCALC REFUSES IS COUNTED AND LEFT ALONE, SO A RANGE    *
      *  RESERVATION NEVER TAKES A CODE FROM A BRANCH.  CODES IN USE   *
      *  AND QUARANTINES ARE OTHERWISE KEPT BY SRTCAPR AND SRTCSAP AS  *
      *  CHANGES ARE APPLIED, NOT KEYED HERE.                          *
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

       COPY SRTCALM.

       COPY SRTCALR.

       COPY SRTCTL.

       01  AM-ALC-AREA.
           COPY SRTCALC.

       01  AM-VAL-AREA.
           COPY SRTCVAL.

       01  AM-FILE-RESP                  PIC S9(08) COMP.

       01  AM-WORK-AREA.
           05  AM-WORK-STATE             PIC X(01) VALUE 'E'.
           05  AM-WORK-FUNCTION          PIC X(01).

       01  AM-END-SESSION-SWITCH         PIC X(01) VALUE 'N'.
           88  AM-END-SESSION                VALUE 'Y'.

       01  AM-KEYED-FROM                 PIC X(06).
       01  AM-KEYED-FROM-N REDEFINES AM-KEYED-FROM
                                         PIC 9(06).
       01  AM-KEYED-TO                   PIC X(06).
       01  AM-KEYED-TO-N REDEFINES AM-KEYED-TO
                                         PIC 9(06).
       01  AM-KEYED-PROJECT              PIC X(08).
       01  AM-KEYED-BRANCH               PIC X(06).
       01  AM-KEYED-NAME                 PIC X(20).
       01  AM-KEYED-DAYS                 PIC X(04).
       01  AM-KEYED-DAYS-N REDEFINES AM-KEYED-DAYS
                                         PIC 9(04).

       01  AM-ABS-TIME                   PIC S9(15) COMP-3.
       01  AM-TODAY-DATE                 PIC 9(08).
       01  AM-USERID                     PIC X(08).

      *----------------------------------------------------------------
      *    WORKING STORAGE FOR THE RANGE FUNCTIONS.  AM-CODE WALKS THE
      *    RANGE ONE SORT CODE AT A TIME; THE REDEFINE GIVES THE SAME
      *    SIX DIGITS AS THE KEY.
      *----------------------------------------------------------------
       01  AM-CODE-N                     PIC 9(06).
       01  AM-CODE-X REDEFINES AM-CODE-N PIC X(06).

       01  AM-RANGE-SIZE                 PIC S9(08) COMP.

       01  AM-DONE-COUNT                 PIC S9(08) COMP.
       01  AM-INUSE-COUNT                PIC S9(08) COMP.
       01  AM-QUAR-COUNT                 PIC S9(08) COMP.
       01  AM-SKIP-COUNT                 PIC S9(08) COMP.
       01  AM-ABSENT-COUNT               PIC S9(08) COMP.
       01  AM-ERROR-COUNT                PIC S9(08) COMP.

       01  AM-COUNT-1                    PIC ZZZ9.
       01  AM-COUNT-2                    PIC ZZZ9.
       01  AM-COUNT-3                    PIC ZZZ9.

       01  AM-FIRST-REFUSAL              PIC X(60).

       01  AM-BROWSE-KEY                 PIC X(07).

       01  AM-BROWSE-EOF-SWITCH          PIC X(01).
           88  AM-BROWSE-EOF                 VALUE 'Y'.

       01  AM-OVERLAP-SWITCH             PIC X(01).
           88  AM-OVERLAP-FOUND              VALUE 'Y'.

       01  AM-OVERLAP-START              PIC X(06).

       01  AM-STATE-TEXT                 PIC X(24).


       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY SRTCALMC.


       PROCEDURE DIVISION.
       PREMIERE SECTION.
       A010.
           IF EIBCALEN = 0
               PERFORM A100-SEND-INITIAL-MAP THRU A100-EXIT
           ELSE
               MOVE DFHCOMMAREA TO AM-WORK-AREA

               EVALUATE TRUE
                   WHEN EIBAID = DFHCLEAR
                       PERFORM A100-SEND-INITIAL-MAP THRU A100-EXIT
                   WHEN EIBAID = DFHPF3
                       PERFORM A900-END-SESSION THRU A900-EXIT
                   WHEN OTHER
                       PERFORM A200-RECEIVE-MAP THRU A200-EXIT
                       PERFORM A300-PROCESS-FUNCTION THRU A300-EXIT
               END-EVALUATE
           END-IF.

           IF AM-END-SESSION
               EXEC CICS RETURN
               END-EXEC
           ELSE
               MOVE AM-WORK-AREA TO DFHCOMMAREA
               EXEC CICS RETURN
                    TRANSID('SCAL')
                    COMMAREA(DFHCOMMAREA)
                    LENGTH(LENGTH OF DFHCOMMAREA)
               END-EXEC
           END-IF.

           GOBACK.

      *----------------------------------------------------------------
      *    A100-SEND-INITIAL-MAP - CLEAR THE SCREEN DOWN AND PROMPT.
      *----------------------------------------------------------------
       A100-SEND-INITIAL-MAP.
           MOVE SPACES TO SRTCALM1O
           MOVE 'ENTER A FUNCTION AND A SORT CODE RANGE' TO CMSGO
           MOVE 'E' TO AM-WORK-STATE

           EXEC CICS SEND MAP('SRTCALM1')
                MAPSET('SRTCALM')
                FROM(SRTCALM1O)
                LENGTH(LENGTH OF SRTCALM1O)
                ERASE
           END-EXEC.

       A100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A200-RECEIVE-MAP - READ BACK WHAT THE ADMINISTRATOR KEYED,
      *    NORMALIZING LOW-VALUES TO SPACES AS SRTCMNT DOES.
      *----------------------------------------------------------------
       A200-RECEIVE-MAP.
           EXEC CICS RECEIVE MAP('SRTCALM1')
                MAPSET('SRTCALM')
                RESP(AM-FILE-RESP)
           END-EXEC

           IF AM-FILE-RESP = DFHRESP(MAPFAIL)
               MOVE SPACES TO SRTCALM1I
           END-IF

           MOVE CFUNCI TO AM-WORK-FUNCTION
           MOVE CFROMI TO AM-KEYED-FROM
           MOVE CTOI TO AM-KEYED-TO
           MOVE CPROJI TO AM-KEYED-PROJECT
           MOVE CBRCHI TO AM-KEYED-BRANCH
           MOVE CNAMEI TO AM-KEYED-NAME
           MOVE CDAYSI TO AM-KEYED-DAYS

           INSPECT AM-WORK-FUNCTION
               REPLACING ALL LOW-VALUE BY SPACE
           INSPECT AM-KEYED-FROM
               REPLACING ALL LOW-VALUE BY SPACE
           INSPECT AM-KEYED-TO
               REPLACING ALL LOW-VALUE BY SPACE
           INSPECT AM-KEYED-PROJECT
               REPLACING ALL LOW-VALUE BY SPACE
           INSPECT AM-KEYED-BRANCH
               REPLACING ALL LOW-VALUE BY SPACE
           INSPECT AM-KEYED-NAME
               REPLACING ALL LOW-VALUE BY SPACE
           INSPECT AM-KEYED-DAYS
               REPLACING ALL LOW-VALUE BY SPACE.

       A200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A300-PROCESS-FUNCTION - EDIT THE FUNCTION AND THE RANGE
      *    AND DISPATCH.  A BLANK TO CODE MEANS THE ONE FROM CODE.
      *----------------------------------------------------------------
       A300-PROCESS-FUNCTION.
           MOVE SPACES TO CLINO (1)
           MOVE SPACES TO CLINO (2)
           MOVE SPACES TO CLINO (3)
           MOVE SPACES TO CLINO (4)

           IF AM-WORK-FUNCTION NOT = 'N'
            AND AM-WORK-FUNCTION NOT = 'R'
            AND AM-WORK-FUNCTION NOT = 'F'
            AND AM-WORK-FUNCTION NOT = 'P'
            AND AM-WORK-FUNCTION NOT = 'I'
               MOVE 'INVALID FUNCTION - USE N, R, F, P OR I' TO CMSGO
               PERFORM A390-SEND-DATAONLY THRU A390-EXIT
               GO TO A300-EXIT
           END-IF

           IF AM-KEYED-FROM NOT NUMERIC
               MOVE 'FROM SORT CODE MUST BE SIX DIGITS' TO CMSGO
               PERFORM A390-SEND-DATAONLY THRU A390-EXIT
               GO TO A300-EXIT
           END-IF

           IF AM-KEYED-TO = SPACES
               MOVE AM-KEYED-FROM TO AM-KEYED-TO
           END-IF

           IF AM-KEYED-TO NOT NUMERIC
               MOVE 'TO SORT CODE MUST BE SIX DIGITS OR BLANK'
                 TO CMSGO
               PERFORM A390-SEND-DATAONLY THRU A390-EXIT
               GO TO A300-EXIT
           END-IF

           IF AM-KEYED-TO-N < AM-KEYED-FROM-N
               MOVE 'TO SORT CODE IS BEFORE THE FROM SORT CODE'
                 TO CMSGO
               PERFORM A390-SEND-DATAONLY THRU A390-EXIT
               GO TO A300-EXIT
           END-IF

           COMPUTE AM-RANGE-SIZE = AM-KEYED-TO-N - AM-KEYED-FROM-N + 1
           IF AM-RANGE-SIZE > 1000
               MOVE 'A RANGE CAN COVER AT MOST 1000 SORT CODES'
                 TO CMSGO
               PERFORM A390-SEND-DATAONLY THRU A390-EXIT
               GO TO A300-EXIT
           END-IF

           EXEC CICS ASKTIME
                ABSTIME(AM-ABS-TIME)
           END-EXEC

           EXEC CICS FORMATTIME
                ABSTIME(AM-ABS-TIME)
                YYYYMMDD(AM-TODAY-DATE)
           END-EXEC

           EXEC CICS ASSIGN
                USERID(AM-USERID)
           END-EXEC

           EVALUATE AM-WORK-FUNCTION
               WHEN 'I'
                   PERFORM A310-INQUIRE THRU A310-EXIT
               WHEN 'N'
                   PERFORM A320-NEW-RANGE THRU A320-EXIT
               WHEN 'R'
                   PERFORM A340-UPDATE-RANGE THRU A340-EXIT
               WHEN 'F'
                   PERFORM A340-UPDATE-RANGE THRU A340-EXIT
               WHEN 'P'
                   PERFORM A360-SET-QUAR-DAYS THRU A360-EXIT
           END-EVALUATE

           PERFORM A390-SEND-DATAONLY THRU A390-EXIT.

       A300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A310-INQUIRE - SHOW THE FROM CODE'S REGISTER ENTRY AND THE
      *    RANGE IT BELONGS TO.  A QUARANTINE PAST ITS DATE IS SHOWN
      *    AS SUCH - IT COUNTS AS FREE.
      *----------------------------------------------------------------
       A310-INQUIRE.
           MOVE 'C' TO SRTCALR-REC-TYPE
           MOVE AM-KEYED-FROM TO SRTCALR-SORT-CODE

           EXEC CICS READ
                FILE('SRTCALR')
                INTO(SRTCALR-RECORD)
                RIDFLD(SRTCALR-KEY)
                KEYLENGTH(LENGTH OF SRTCALR-KEY)
                RESP(AM-FILE-RESP)
           END-EXEC

           IF AM-FILE-RESP = DFHRESP(NOTFND)
               MOVE 'SORT CODE IS NOT ON THE ALLOCATION REGISTER'
                 TO CMSGO
               GO TO A310-EXIT
           END-IF

           IF AM-FILE-RESP NOT = DFHRESP(NORMAL)
               MOVE 'ALLOCATION REGISTER UNAVAILABLE - TRY LATER'
                 TO CMSGO
               GO TO A310-EXIT
           END-IF

           EVALUATE TRUE
               WHEN SRTCALR-STATE-FREE
                   MOVE 'FREE' TO AM-STATE-TEXT
               WHEN SRTCALR-STATE-RESERVED
                   MOVE 'RESERVED' TO AM-STATE-TEXT
               WHEN SRTCALR-STATE-INUSE
                   MOVE 'IN USE' TO AM-STATE-TEXT
               WHEN SRTCALR-STATE-QUARANTINE
                AND SRTCALR-QUAR-UNTIL < AM-TODAY-DATE
                   MOVE 'QUARANTINE EXPIRED' TO AM-STATE-TEXT
               WHEN SRTCALR-STATE-QUARANTINE
                   MOVE 'QUARANTINED' TO AM-STATE-TEXT
               WHEN OTHER
                   MOVE 'UNKNOWN' TO AM-STATE-TEXT
           END-EVALUATE

           STRING 'STATE: '          DELIMITED BY SIZE
                  AM-STATE-TEXT      DELIMITED BY SIZE
                  'PROJECT: '        DELIMITED BY SIZE
                  SRTCALR-PROJECT    DELIMITED BY SIZE
                  '  BRANCH: '       DELIMITED BY SIZE
                  SRTCALR-BRANCH-ID  DELIMITED BY SIZE
               INTO CLINO (1)
           END-STRING

           IF SRTCALR-STATE-QUARANTINE
               STRING 'QUARANTINED UNTIL: '  DELIMITED BY SIZE
                      SRTCALR-QUAR-UNTIL     DELIMITED BY SIZE
                   INTO CLINO (2)
               END-STRING
           END-IF

           STRING 'LAST CHANGED: '      DELIMITED BY SIZE
                  SRTCALR-CHANGED-DATE  DELIMITED BY SIZE
                  ' BY '                DELIMITED BY SIZE
                  SRTCALR-CHANGED-BY    DELIMITED BY SIZE
               INTO CLINO (4)
           END-STRING

           MOVE 'R' TO SRTCALR-REC-TYPE
           MOVE SRTCALR-RANGE-START TO SRTCALR-SORT-CODE

           EXEC CICS READ
                FILE('SRTCALR')
                INTO(SRTCALR-RECORD)
                RIDFLD(SRTCALR-KEY)
                KEYLENGTH(LENGTH OF SRTCALR-KEY)
                RESP(AM-FILE-RESP)
           END-EXEC

           IF AM-FILE-RESP = DFHRESP(NORMAL)
               STRING 'RANGE: '           DELIMITED BY SIZE
                      SRTCALR-SORT-CODE   DELIMITED BY SIZE
                      '-'                 DELIMITED BY SIZE
                      SRTCALR-RANGE-END   DELIMITED BY SIZE
                      '  '                DELIMITED BY SIZE
                      SRTCALR-RANGE-NAME  DELIMITED BY SIZE
                      '  QUARANTINE DAYS: ' DELIMITED BY SIZE
                      SRTCALR-QUAR-DAYS   DELIMITED BY SIZE
                   INTO CLINO (3)
               END-STRING
           END-IF

           MOVE 'REGISTER ENTRY DISPLAYED' TO CMSGO.

       A310-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A320-NEW-RANGE - DEFINE A RANGE ALLOCATED TO US.  THE RANGE
      *    MUST NOT OVERLAP ONE ALREADY ON THE REGISTER; ITS R RECORD
      *    IS WRITTEN FIRST, THEN A C RECORD FOR EVERY CODE IN IT THAT
      *    PASSES THE CHECK DIGIT TEST.
      *----------------------------------------------------------------
       A320-NEW-RANGE.
           IF AM-KEYED-NAME = SPACES
               MOVE 'A RANGE NAME IS REQUIRED' TO CMSGO
               GO TO A320-EXIT
           END-IF

           IF AM-KEYED-DAYS NOT NUMERIC
               MOVE 'QUARANTINE DAYS MUST BE A NUMBER' TO CMSGO
               GO TO A320-EXIT
           END-IF

           PERFORM A325-CHECK-OVERLAP THRU A325-EXIT

           IF AM-OVERLAP-FOUND
               MOVE SPACES TO CMSGO
               STRING 'RANGE OVERLAPS THE RANGE STARTING '
                                          DELIMITED BY SIZE
                      AM-OVERLAP-START    DELIMITED BY SIZE
                   INTO CMSGO
               END-STRING
               GO TO A320-EXIT
           END-IF

           MOVE SPACES TO SRTCALR-RECORD
           MOVE 'R' TO SRTCALR-REC-TYPE
           MOVE AM-KEYED-FROM TO SRTCALR-SORT-CODE
           MOVE AM-KEYED-TO TO SRTCALR-RANGE-END
           MOVE AM-KEYED-NAME TO SRTCALR-RANGE-NAME
           MOVE AM-KEYED-DAYS-N TO SRTCALR-QUAR-DAYS
           MOVE AM-TODAY-DATE TO SRTCALR-CHANGED-DATE
           MOVE AM-USERID TO SRTCALR-CHANGED-BY

           EXEC CICS WRITE
                FILE('SRTCALR')
                FROM(SRTCALR-RECORD)
                RIDFLD(SRTCALR-KEY)
                KEYLENGTH(LENGTH OF SRTCALR-KEY)
                RESP(AM-FILE-RESP)
           END-EXEC

           IF AM-FILE-RESP NOT = DFHRESP(NORMAL)
               MOVE 'UNABLE TO ADD THE RANGE TO SRTCALR' TO CMSGO
               GO TO A320-EXIT
           END-IF

           MOVE ZERO TO AM-DONE-COUNT
           MOVE ZERO TO AM-INUSE-COUNT
           MOVE ZERO TO AM-QUAR-COUNT
           MOVE ZERO TO AM-SKIP-COUNT
           MOVE ZERO TO AM-ERROR-COUNT

           PERFORM A330-REGISTER-CODE THRU A330-EXIT
               VARYING AM-CODE-N FROM AM-KEYED-FROM-N BY 1
               UNTIL AM-CODE-N > AM-KEYED-TO-N

           MOVE AM-DONE-COUNT TO AM-COUNT-1
           MOVE AM-INUSE-COUNT TO AM-COUNT-2
           MOVE AM-QUAR-COUNT TO AM-COUNT-3
           STRING 'CODES REGISTERED: '   DELIMITED BY SIZE
                  AM-COUNT-1             DELIMITED BY SIZE
                  '  OF WHICH IN USE: '  DELIMITED BY SIZE
                  AM-COUNT-2             DELIMITED BY SIZE
                  '  QUARANTINED: '      DELIMITED BY SIZE
                  AM-COUNT-3             DELIMITED BY SIZE
               INTO CLINO (1)
           END-STRING

           MOVE AM-SKIP-COUNT TO AM-COUNT-1
           STRING 'CODES FAILING THE CHECK DIGIT TEST: '
                                         DELIMITED BY SIZE
                  AM-COUNT-1             DELIMITED BY SIZE
               INTO CLINO (2)
           END-STRING

           IF AM-ERROR-COUNT > ZERO
               MOVE AM-ERROR-COUNT TO AM-COUNT-1
               STRING 'CODES ALREADY REGISTERED OR NOT WRITTEN: '
                                         DELIMITED BY SIZE
                      AM-COUNT-1         DELIMITED BY SIZE
                   INTO CLINO (3)
               END-STRING
               MOVE 'RANGE DEFINED - SOME CODES NOT REGISTERED'
                 TO CMSGO
           ELSE
               MOVE 'RANGE DEFINED ON THE ALLOCATION REGISTER' TO CMSGO
           END-IF.

       A320-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A325-CHECK-OVERLAP - BROWSE THE R RECORDS (THEY SORT AFTER
      *    EVERY C RECORD) FOR A RANGE THAT SHARES ANY CODE WITH THE
      *    ONE BEING DEFINED.
      *----------------------------------------------------------------
       A325-CHECK-OVERLAP.
           MOVE 'N' TO AM-OVERLAP-SWITCH
           MOVE 'N' TO AM-BROWSE-EOF-SWITCH
           MOVE LOW-VALUES TO AM-BROWSE-KEY
           MOVE 'R' TO AM-BROWSE-KEY (1:1)

           EXEC CICS STARTBR
                FILE('SRTCALR')
                RIDFLD(AM-BROWSE-KEY)
                KEYLENGTH(LENGTH OF AM-BROWSE-KEY)
                GTEQ
                RESP(AM-FILE-RESP)
           END-EXEC

           IF AM-FILE-RESP NOT = DFHRESP(NORMAL)
               GO TO A325-EXIT
           END-IF

           PERFORM A326-NEXT-RANGE THRU A326-EXIT
               UNTIL AM-BROWSE-EOF OR AM-OVERLAP-FOUND

           EXEC CICS ENDBR
                FILE('SRTCALR')
                RESP(AM-FILE-RESP)
           END-EXEC.

       A325-EXIT.
           EXIT.

       A326-NEXT-RANGE.
           EXEC CICS READNEXT
                FILE('SRTCALR')
                INTO(SRTCALR-RECORD)
                RIDFLD(AM-BROWSE-KEY)
                KEYLENGTH(LENGTH OF AM-BROWSE-KEY)
                RESP(AM-FILE-RESP)
           END-EXEC

           IF AM-FILE-RESP NOT = DFHRESP(NORMAL)
            OR NOT SRTCALR-TYPE-RANGE
               MOVE 'Y' TO AM-BROWSE-EOF-SWITCH
               GO TO A326-EXIT
           END-IF

           IF SRTCALR-SORT-CODE NOT > AM-KEYED-TO
            AND SRTCALR-RANGE-END NOT < AM-KEYED-FROM
               MOVE 'Y' TO AM-OVERLAP-SWITCH
               MOVE SRTCALR-SORT-CODE TO AM-OVERLAP-START
           END-IF.

       A326-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A330-REGISTER-CODE - ADD ONE CODE OF A NEW RANGE.  A CODE
      *    THAT FAILS THE SRTCVAL CHECK DIGIT TEST CAN NEVER BE ISSUED
      *    SO IS LEFT OFF.  A CODE A BRANCH ON SRTCTL ALREADY HOLDS
      *    (FOUND THROUGH THE SRTCAIX PATH) GOES ON IN USE BY IT, OR
      *    QUARANTINED FROM ITS CLOSURE DATE WHEN IT IS CLOSED.  ONLY A
      *    CODE SRTCAIX SAYS NO BRANCH HOLDS GOES ON FREE: IF SRTCAIX
      *    CANNOT ANSWER, OR SRTCALC REFUSES THE CODE, NOTHING IS
      *    WRITTEN AND THE CODE IS COUNTED AS NOT REGISTERED.
      *----------------------------------------------------------------
       A330-REGISTER-CODE.
           MOVE AM-CODE-X TO SRTCVAL-SORT-CODE
           MOVE SPACES TO SRTCVAL-SWIFT-BIC
           MOVE SPACES TO SRTCVAL-IBAN-PREFIX
           MOVE AM-KEYED-NAME TO SRTCVAL-BANK-NAME
           MOVE 'O' TO SRTCVAL-STATUS

           CALL 'SRTCVAL' USING AM-VAL-AREA

           IF SRTCVAL-RC-FAILED AND SRTCVAL-FIELD-SORTCODE
               ADD 1 TO AM-SKIP-COUNT
               GO TO A330-EXIT
           END-IF

           MOVE SPACES TO SRTCALR-RECORD
           MOVE 'C' TO SRTCALR-REC-TYPE
           MOVE AM-CODE-X TO SRTCALR-SORT-CODE
           SET SRTCALR-STATE-FREE TO TRUE
           MOVE ZEROS TO SRTCALR-QUAR-UNTIL
           MOVE AM-KEYED-FROM TO SRTCALR-RANGE-START
           MOVE AM-TODAY-DATE TO SRTCALR-CHANGED-DATE
           MOVE AM-USERID TO SRTCALR-CHANGED-BY

           EXEC CICS READ
                FILE('SRTCAIX')
                INTO(SRTCTL-RECORD)
                RIDFLD(AM-CODE-X)
                KEYLENGTH(LENGTH OF AM-CODE-X)
                RESP(AM-FILE-RESP)
           END-EXEC

           IF AM-FILE-RESP NOT = DFHRESP(NORMAL)
            AND AM-FILE-RESP NOT = DFHRESP(NOTFND)
               ADD 1 TO AM-ERROR-COUNT
               GO TO A330-EXIT
           END-IF

           IF AM-FILE-RESP = DFHRESP(NORMAL)
               MOVE SRTCALR-RECORD TO SRTCALC-ENTRY
               MOVE SRTCTL-BRANCH-ID TO SRTCALC-BRANCH-ID
               MOVE SPACES TO SRTCALC-PROJECT
               MOVE AM-USERID TO SRTCALC-USER
               MOVE AM-TODAY-DATE TO SRTCALC-TODAY
               MOVE AM-KEYED-DAYS-N TO SRTCALC-QUAR-DAYS
               IF SRTCTL-STATUS-CLOSED
                   SET SRTCALC-FUNC-QUARANTINE TO TRUE
                   IF SRTCTL-EFFECTIVE-DATE NUMERIC
                       MOVE SRTCTL-EFFECTIVE-DATE
                         TO SRTCALC-CLOSED-DATE
                   ELSE
                       MOVE ZEROS TO SRTCALC-CLOSED-DATE
                   END-IF
               ELSE
                   SET SRTCALC-FUNC-TAKE TO TRUE
                   MOVE ZEROS TO SRTCALC-CLOSED-DATE
               END-IF

               CALL 'SRTCALC' USING AM-ALC-AREA

               IF NOT SRTCALC-RC-OK
                   ADD 1 TO AM-ERROR-COUNT
                   GO TO A330-EXIT
               END-IF

               MOVE SRTCALC-ENTRY TO SRTCALR-RECORD
           END-IF

           EXEC CICS WRITE
                FILE('SRTCALR')
                FROM(SRTCALR-RECORD)
                RIDFLD(SRTCALR-KEY)
                KEYLENGTH(LENGTH OF SRTCALR-KEY)
                RESP(AM-FILE-RESP)
           END-EXEC

           IF AM-FILE-RESP NOT = DFHRESP(NORMAL)
               ADD 1 TO AM-ERROR-COUNT
               GO TO A330-EXIT
           END-IF

           ADD 1 TO AM-DONE-COUNT
           IF SRTCALR-STATE-INUSE
               ADD 1 TO AM-INUSE-COUNT
           END-IF
           IF SRTCALR-STATE-QUARANTINE
               ADD 1 TO AM-QUAR-COUNT
           END-IF.

       A330-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A340-UPDATE-RANGE - RESERVE (R) OR RELEASE (F) EVERY CODE
      *    IN THE RANGE.  CODES NOT ON THE REGISTER (THOSE FAILING
      *    THE CHECK DIGIT TEST) ARE PASSED OVER; A CODE SRTCALC
      *    REFUSES IS LEFT AS IT IS AND COUNTED, WITH THE FIRST
      *    REASON SHOWN.
      *----------------------------------------------------------------
       A340-UPDATE-RANGE.
           IF AM-WORK-FUNCTION = 'R'
            AND AM-KEYED-PROJECT = SPACES
               MOVE 'A PROJECT NAME IS NEEDED TO RESERVE CODES'
                 TO CMSGO
               GO TO A340-EXIT
           END-IF

           MOVE ZERO TO AM-DONE-COUNT
           MOVE ZERO TO AM-SKIP-COUNT
           MOVE ZERO TO AM-ABSENT-COUNT
           MOVE ZERO TO AM-ERROR-COUNT
           MOVE SPACES TO AM-FIRST-REFUSAL

           PERFORM A345-UPDATE-CODE THRU A345-EXIT
               VARYING AM-CODE-N FROM AM-KEYED-FROM-N BY 1
               UNTIL AM-CODE-N > AM-KEYED-TO-N

           MOVE AM-DONE-COUNT TO AM-COUNT-1
           IF AM-WORK-FUNCTION = 'R'
               STRING 'CODES RESERVED: '  DELIMITED BY SIZE
                      AM-COUNT-1          DELIMITED BY SIZE
                   INTO CLINO (1)
               END-STRING
           ELSE
               STRING 'CODES RELEASED: '  DELIMITED BY SIZE
                      AM-COUNT-1          DELIMITED BY SIZE
                   INTO CLINO (1)
               END-STRING
           END-IF

           MOVE AM-SKIP-COUNT TO AM-COUNT-1
           MOVE AM-ABSENT-COUNT TO AM-COUNT-2
           STRING 'CODES LEFT AS THEY WERE: '     DELIMITED BY SIZE
                  AM-COUNT-1                      DELIMITED BY SIZE
                  '  NOT ON THE REGISTER: '       DELIMITED BY SIZE
                  AM-COUNT-2                      DELIMITED BY SIZE
               INTO CLINO (2)
           END-STRING

           IF AM-SKIP-COUNT > ZERO
               STRING 'FIRST: '          DELIMITED BY SIZE
                      AM-FIRST-REFUSAL   DELIMITED BY SIZE
                   INTO CLINO (3)
               END-STRING
           END-IF

           IF AM-ERROR-COUNT > ZERO
               MOVE AM-ERROR-COUNT TO AM-COUNT-1
               STRING 'CODES THAT COULD NOT BE UPDATED: '
                                         DELIMITED BY SIZE
                      AM-COUNT-1         DELIMITED BY SIZE
                   INTO CLINO (4)
               END-STRING
           END-IF

           IF AM-DONE-COUNT = ZERO
               MOVE 'NO CODE IN THE RANGE WAS CHANGED' TO CMSGO
           ELSE
               MOVE 'ALLOCATION REGISTER UPDATED' TO CMSGO
           END-IF.

       A340-EXIT.
           EXIT.

       A345-UPDATE-CODE.
           MOVE 'C' TO SRTCALR-REC-TYPE
           MOVE AM-CODE-X TO SRTCALR-SORT-CODE

           EXEC CICS READ
                FILE('SRTCALR')
                INTO(SRTCALR-RECORD)
                RIDFLD(SRTCALR-KEY)
                KEYLENGTH(LENGTH OF SRTCALR-KEY)
                UPDATE
                RESP(AM-FILE-RESP)
           END-EXEC

           IF AM-FILE-RESP = DFHRESP(NOTFND)
               ADD 1 TO AM-ABSENT-COUNT
               GO TO A345-EXIT
           END-IF

           IF AM-FILE-RESP NOT = DFHRESP(NORMAL)
               ADD 1 TO AM-ERROR-COUNT
               GO TO A345-EXIT
           END-IF

           MOVE SRTCALR-RECORD TO SRTCALC-ENTRY
           MOVE AM-WORK-FUNCTION TO SRTCALC-FUNCTION
           MOVE AM-KEYED-BRANCH TO SRTCALC-BRANCH-ID
           MOVE AM-KEYED-PROJECT TO SRTCALC-PROJECT
           MOVE AM-USERID TO SRTCALC-USER
           MOVE AM-TODAY-DATE TO SRTCALC-TODAY
           MOVE ZEROS TO SRTCALC-CLOSED-DATE
           MOVE ZEROS TO SRTCALC-QUAR-DAYS

           CALL 'SRTCALC' USING AM-ALC-AREA

           IF SRTCALC-RC-REFUSED
               EXEC CICS UNLOCK
                    FILE('SRTCALR')
               END-EXEC
               ADD 1 TO AM-SKIP-COUNT
               IF AM-FIRST-REFUSAL = SPACES
                   STRING AM-CODE-X        DELIMITED BY SIZE
                          ' '              DELIMITED BY SIZE
                          SRTCALC-MESSAGE  DELIMITED BY SIZE
                       INTO AM-FIRST-REFUSAL
                   END-STRING
               END-IF
               GO TO A345-EXIT
           END-IF

           MOVE SRTCALC-ENTRY TO SRTCALR-RECORD

           EXEC CICS REWRITE
                FILE('SRTCALR')
                FROM(SRTCALR-RECORD)
                RESP(AM-FILE-RESP)
           END-EXEC

           IF AM-FILE-RESP = DFHRESP(NORMAL)
               ADD 1 TO AM-DONE-COUNT
           ELSE
               ADD 1 TO AM-ERROR-COUNT
           END-IF.

       A345-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A360-SET-QUAR-DAYS - CHANGE THE QUARANTINE PERIOD ON THE
      *    RANGE STARTING AT THE FROM CODE.  ONLY CLOSURES FROM NOW ON
      *    USE THE NEW PERIOD.
      *----------------------------------------------------------------
       A360-SET-QUAR-DAYS.
           IF AM-KEYED-DAYS NOT NUMERIC
               MOVE 'QUARANTINE DAYS MUST BE A NUMBER' TO CMSGO
               GO TO A360-EXIT
           END-IF

           MOVE 'R' TO SRTCALR-REC-TYPE
           MOVE AM-KEYED-FROM TO SRTCALR-SORT-CODE

           EXEC CICS READ
                FILE('SRTCALR')
                INTO(SRTCALR-RECORD)
                RIDFLD(SRTCALR-KEY)
                KEYLENGTH(LENGTH OF SRTCALR-KEY)
                UPDATE
                RESP(AM-FILE-RESP)
           END-EXEC

           IF AM-FILE-RESP = DFHRESP(NOTFND)
               MOVE 'NO RANGE STARTS AT THAT SORT CODE' TO CMSGO
               GO TO A360-EXIT
           END-IF

           IF AM-FILE-RESP NOT = DFHRESP(NORMAL)
               MOVE 'ALLOCATION REGISTER UNAVAILABLE - TRY LATER'
                 TO CMSGO
               GO TO A360-EXIT
           END-IF

           MOVE AM-KEYED-DAYS-N TO SRTCALR-QUAR-DAYS
           MOVE AM-TODAY-DATE TO SRTCALR-CHANGED-DATE
           MOVE AM-USERID TO SRTCALR-CHANGED-BY

           EXEC CICS REWRITE
                FILE('SRTCALR')
                FROM(SRTCALR-RECORD)
                RESP(AM-FILE-RESP)
           END-EXEC

           IF AM-FILE-RESP = DFHRESP(NORMAL)
               MOVE 'QUARANTINE PERIOD CHANGED FOR FUTURE CLOSURES'
                 TO CMSGO
           ELSE
               MOVE 'UNABLE TO UPDATE THE RANGE ON SRTCALR' TO CMSGO
           END-IF.

       A360-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A390-SEND-DATAONLY - REDISPLAY THE SCREEN WITH THE MESSAGE
      *    AND RESULT LINES JUST SET.
      *----------------------------------------------------------------
       A390-SEND-DATAONLY.
           MOVE 'E' TO AM-WORK-STATE

           EXEC CICS SEND MAP('SRTCALM1')
                MAPSET('SRTCALM')
                FROM(SRTCALM1O)
                LENGTH(LENGTH OF SRTCALM1O)
                DATAONLY
                CURSOR
           END-EXEC.

       A390-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A900-END-SESSION - PF3 PRESSED, END THE TRANSACTION.
      *----------------------------------------------------------------
       A900-END-SESSION.
           EXEC CICS SEND TEXT
                FROM('SORT CODE ALLOCATION REGISTER ENDED')
                ERASE
                FREEKB
           END-EXEC

           SET AM-END-SESSION TO TRUE.

       A900-EXIT.
           EXIT.
