      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2022                                      *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SRTCALC.
       AUTHOR. James O'Grady.

      ******************************************************************
      *                                                                *
      *  SRTCALC - SORT CODE ALLOCATION REGISTER RULES.                *
      *                                                                *
      *  SORT CODES USED TO BE HANDED OUT FROM A SPREADSHEET, AND      *
      *  TWICE A CODE RELEASED BY A CLOSURE ONLY MONTHS BEFORE WAS     *
      *  GIVEN TO A NEW BRANCH, WHICH THEN RECEIVED THE OLD BRANCH'S   *
      *  PAYMENTS.  EVERY PATH THAT GIVES A BRANCH A SORT CODE OR      *
      *  TAKES ONE AWAY - SRTCMNT AND SRTCAPR ONLINE, SRTCTON AND      *
      *  SRTCSAP IN BATCH, THE SRTCALM REGISTER SCREEN - NOW ASKS      *
      *  HERE WHETHER THE CODE MAY BE USED AND HOW ITS SRTCALR ENTRY   *
      *  CHANGES.  IN THE SRTCVAL STYLE: NO CICS AND NO I/O, ONE LOAD  *
      *  MODULE FOR ONLINE AND BATCH.  THE FUNCTIONS AND RULES ARE     *
      *  DESCRIBED ON THE SRTCALC COPYBOOK.                            *
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

       COPY SRTCALR.

       01  AC-START-DATE                 PIC 9(08).
       01  AC-START-INTEGER              PIC S9(09) COMP.

       01  AC-AVAIL-SWITCH               PIC X(01).
           88  AC-CODE-AVAILABLE             VALUE 'Y'.

       01  AC-EXPIRED-SWITCH             PIC X(01).
           88  AC-QUARANTINE-EXPIRED         VALUE 'Y'.


       LINKAGE SECTION.
       01  SRTCALC-PARMS.
           COPY SRTCALC.


       PROCEDURE DIVISION USING SRTCALC-PARMS.
       PREMIERE SECTION.
       A010.
           MOVE ZERO TO SRTCALC-RC
           MOVE SPACES TO SRTCALC-MESSAGE

           MOVE SRTCALC-ENTRY TO SRTCALR-RECORD

           IF NOT SRTCALR-TYPE-CODE
               SET SRTCALC-RC-REFUSED TO TRUE
               MOVE 'SORT CODE NOT ON THE ALLOCATION REGISTER'
                 TO SRTCALC-MESSAGE
               GO TO A010-EXIT
           END-IF

           MOVE 'N' TO AC-EXPIRED-SWITCH
           IF SRTCALR-STATE-QUARANTINE
            AND SRTCALR-QUAR-UNTIL NUMERIC
            AND SRTCALR-QUAR-UNTIL < SRTCALC-TODAY
               MOVE 'Y' TO AC-EXPIRED-SWITCH
           END-IF

           EVALUATE TRUE
               WHEN SRTCALC-FUNC-CHECK
                   PERFORM B010-CHECK-AVAILABLE THRU B010-EXIT
               WHEN SRTCALC-FUNC-TAKE
                   PERFORM B010-CHECK-AVAILABLE THRU B010-EXIT
                   IF SRTCALC-RC-OK
                       PERFORM B020-TAKE THRU B020-EXIT
                   END-IF
               WHEN SRTCALC-FUNC-QUARANTINE
                   PERFORM B030-QUARANTINE THRU B030-EXIT
               WHEN SRTCALC-FUNC-RESERVE
                   PERFORM B040-RESERVE THRU B040-EXIT
               WHEN SRTCALC-FUNC-RELEASE
                   PERFORM B050-RELEASE THRU B050-EXIT
               WHEN OTHER
                   SET SRTCALC-RC-REFUSED TO TRUE
                   MOVE 'FUNCTION MUST BE C, U, Q, R OR F'
                     TO SRTCALC-MESSAGE
           END-EVALUATE

           IF SRTCALC-RC-OK AND NOT SRTCALC-FUNC-CHECK
               MOVE SRTCALC-TODAY TO SRTCALR-CHANGED-DATE
               MOVE SRTCALC-USER TO SRTCALR-CHANGED-BY
               MOVE SRTCALR-RECORD TO SRTCALC-ENTRY
           END-IF.

       A010-EXIT.
           GOBACK.

      *----------------------------------------------------------------
      *    B010-CHECK-AVAILABLE - MAY SRTCALC-BRANCH-ID (OR A CALLER
      *    WORKING FOR SRTCALC-PROJECT) HAVE THIS CODE?
      *----------------------------------------------------------------
       B010-CHECK-AVAILABLE.
           MOVE 'N' TO AC-AVAIL-SWITCH

           EVALUATE TRUE
               WHEN SRTCALR-STATE-FREE
                   MOVE 'Y' TO AC-AVAIL-SWITCH
               WHEN AC-QUARANTINE-EXPIRED
                   MOVE 'Y' TO AC-AVAIL-SWITCH
               WHEN SRTCALC-BRANCH-ID = SPACES
                   CONTINUE
               WHEN SRTCALR-BRANCH-ID = SRTCALC-BRANCH-ID
                AND (SRTCALR-STATE-INUSE
                  OR SRTCALR-STATE-QUARANTINE
                  OR SRTCALR-STATE-RESERVED)
                   MOVE 'Y' TO AC-AVAIL-SWITCH
           END-EVALUATE

           IF SRTCALR-STATE-RESERVED
            AND SRTCALC-PROJECT NOT = SPACES
            AND SRTCALR-PROJECT = SRTCALC-PROJECT
               MOVE 'Y' TO AC-AVAIL-SWITCH
           END-IF

           IF NOT AC-CODE-AVAILABLE
               PERFORM B090-SAY-WHY THRU B090-EXIT
           END-IF.

       B010-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    B020-TAKE - THE CODE NOW BELONGS TO THE BRANCH.
      *----------------------------------------------------------------
       B020-TAKE.
           SET SRTCALR-STATE-INUSE TO TRUE
           MOVE SRTCALC-BRANCH-ID TO SRTCALR-BRANCH-ID
           MOVE SPACES TO SRTCALR-PROJECT
           MOVE ZEROS TO SRTCALR-QUAR-UNTIL.

       B020-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    B030-QUARANTINE - THE BRANCH HAS CLOSED OR GIVEN UP THE
      *    CODE.  IT STAYS WITH THAT BRANCH UNTIL THE RANGE'S
      *    QUARANTINE PERIOD HAS RUN FROM THE CLOSURE DATE - OR FROM
      *    TODAY, WHERE THE CLOSURE DATE IS EARLIER, MISSING OR NOT A
      *    REAL DATE.
      *----------------------------------------------------------------
       B030-QUARANTINE.
           MOVE SRTCALC-TODAY TO AC-START-DATE
           IF SRTCALC-CLOSED-DATE NUMERIC
            AND SRTCALC-CLOSED-DATE > SRTCALC-TODAY
               MOVE SRTCALC-CLOSED-DATE TO AC-START-DATE
           END-IF

           COMPUTE AC-START-INTEGER =
               FUNCTION INTEGER-OF-DATE (AC-START-DATE)
           IF AC-START-INTEGER NOT > ZERO
               COMPUTE AC-START-INTEGER =
                   FUNCTION INTEGER-OF-DATE (SRTCALC-TODAY)
           END-IF

           SET SRTCALR-STATE-QUARANTINE TO TRUE
           MOVE SRTCALC-BRANCH-ID TO SRTCALR-BRANCH-ID
           MOVE SPACES TO SRTCALR-PROJECT
           COMPUTE SRTCALR-QUAR-UNTIL = FUNCTION DATE-OF-INTEGER
               (AC-START-INTEGER + SRTCALC-QUAR-DAYS).

       B030-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    B040-RESERVE - HOLD A FREE CODE FOR A PROJECT (AND BRANCH).
      *    RESERVING A CODE ALREADY HELD FOR THE SAME PROJECT AGAIN
      *    IS HARMLESS, SO A RANGE CAN BE RE-RESERVED TO ADD A BRANCH.
      *----------------------------------------------------------------
       B040-RESERVE.
           IF SRTCALC-PROJECT = SPACES
               SET SRTCALC-RC-REFUSED TO TRUE
               MOVE 'A PROJECT IS NEEDED TO RESERVE A CODE'
                 TO SRTCALC-MESSAGE
               GO TO B040-EXIT
           END-IF

           IF SRTCALR-STATE-FREE
            OR AC-QUARANTINE-EXPIRED
            OR (SRTCALR-STATE-RESERVED
                AND SRTCALR-PROJECT = SRTCALC-PROJECT)
               SET SRTCALR-STATE-RESERVED TO TRUE
               MOVE SRTCALC-PROJECT TO SRTCALR-PROJECT
               MOVE SRTCALC-BRANCH-ID TO SRTCALR-BRANCH-ID
               MOVE ZEROS TO SRTCALR-QUAR-UNTIL
           ELSE
               PERFORM B090-SAY-WHY THRU B090-EXIT
           END-IF.

       B040-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    B050-RELEASE - A RESERVATION, OR A QUARANTINE THAT HAS RUN
      *    ITS COURSE, GOES BACK TO FREE.  A CODE IN USE CAN ONLY
      *    LEAVE ITS BRANCH THROUGH A CHANGE OR A CLOSURE.
      *----------------------------------------------------------------
       B050-RELEASE.
           IF SRTCALR-STATE-FREE
            OR SRTCALR-STATE-RESERVED
            OR AC-QUARANTINE-EXPIRED
               SET SRTCALR-STATE-FREE TO TRUE
               MOVE SPACES TO SRTCALR-PROJECT
               MOVE SPACES TO SRTCALR-BRANCH-ID
               MOVE ZEROS TO SRTCALR-QUAR-UNTIL
           ELSE
               PERFORM B090-SAY-WHY THRU B090-EXIT
           END-IF.

       B050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    B090-SAY-WHY - REFUSE THE REQUEST, SAYING WHAT HOLDS THE
      *    CODE.
      *----------------------------------------------------------------
       B090-SAY-WHY.
           SET SRTCALC-RC-REFUSED TO TRUE

           EVALUATE TRUE
               WHEN SRTCALR-STATE-INUSE
                   STRING 'SORT CODE IS IN USE BY BRANCH '
                                             DELIMITED BY SIZE
                          SRTCALR-BRANCH-ID  DELIMITED BY SIZE
                       INTO SRTCALC-MESSAGE
                   END-STRING
               WHEN SRTCALR-STATE-QUARANTINE
                   STRING 'SORT CODE IS QUARANTINED UNTIL '
                                             DELIMITED BY SIZE
                          SRTCALR-QUAR-UNTIL DELIMITED BY SIZE
                       INTO SRTCALC-MESSAGE
                   END-STRING
               WHEN SRTCALR-STATE-RESERVED
                   STRING 'SORT CODE RESERVED FOR PROJECT '
                                             DELIMITED BY SIZE
                          SRTCALR-PROJECT    DELIMITED BY SIZE
                       INTO SRTCALC-MESSAGE
                   END-STRING
               WHEN OTHER
                   MOVE 'SORT CODE HAS AN UNKNOWN REGISTER STATE'
                     TO SRTCALC-MESSAGE
           END-EVALUATE.

       B090-EXIT.
           EXIT.
