      * SPDX-FileCopyrightText: 2023 - 2024 Eli Array Minkoff
      * SPDX-License-Identifier: GPL-3.0-only
       IDENTIFICATION DIVISION.
       PROGRAM-ID. authchk.

      * Authorization check CALLed by every maintenance program before
      * it applies a change: is this user allowed this function? The
      * answer comes from userauth.dat (authrec.cpy); the parameter
      * block is authlnk.cpy. A refusal is logged to secviol.log here,
      * so no caller can forget to. The check fails closed - no
      * authorization file, an unreadable one, or a user not on it
      * means no. The single exception is AUTHMAINT against a file
      * that holds no users at all: that is first-time setup, and
      * someone has to be able to add the first user.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL USERAUTH-FILE ASSIGN TO "userauth.dat"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS AUTH-USER
               FILE STATUS IS WS-AUTH-STATUS.
      *    Security violations log - appended to, never rewritten.
           SELECT OPTIONAL VIOLATION-FILE ASSIGN TO "secviol.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-VIOL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USERAUTH-FILE.
           COPY "authrec.cpy".

       FD  VIOLATION-FILE.
           COPY "secviol.cpy".

       WORKING-STORAGE SECTION.
           01 WS-AUTH-STATUS PICTURE XX.
           01 WS-VIOL-STATUS PICTURE XX.
           01 WS-AUTH-OPEN-SW PICTURE X VALUE "N".
               88 WS-AUTH-OPEN VALUE "Y".
           01 WS-EMPTY-SW PICTURE X VALUE "N".
               88 WS-EMPTY VALUE "Y".
           01 WS-FOUND-SW PICTURE X VALUE "N".
               88 WS-FOUND VALUE "Y".
           01 WS-IDX PICTURE 99 VALUE 0.
           01 WS-TODAY PICTURE 9(8).
           01 WS-NOW PICTURE 9(8).

       LINKAGE SECTION.
           COPY "authlnk.cpy".

       PROCEDURE DIVISION USING AUTH-LINK.
       MAIN-PARA.
           MOVE "N" TO AUTHL-RESULT.
           MOVE SPACES TO AUTHL-REASON.
           MOVE "N" TO WS-AUTH-OPEN-SW.
           MOVE "N" TO WS-EMPTY-SW.
           MOVE "N" TO WS-FOUND-SW.
           IF AUTHL-USER = SPACES
               MOVE "NO USER ID" TO AUTHL-REASON
           ELSE
               OPEN INPUT USERAUTH-FILE
               EVALUATE WS-AUTH-STATUS
                   WHEN "00"
                       MOVE "Y" TO WS-AUTH-OPEN-SW
                       PERFORM LOOKUP-PARA
                   WHEN "05"
                       MOVE "Y" TO WS-AUTH-OPEN-SW
                       MOVE "Y" TO WS-EMPTY-SW
                       MOVE "NO AUTH FILE" TO AUTHL-REASON
                   WHEN OTHER
                       MOVE SPACES TO AUTHL-REASON
                       STRING "AUTH FILE STATUS " WS-AUTH-STATUS
                           DELIMITED BY SIZE INTO AUTHL-REASON
                       END-STRING
               END-EVALUATE
               IF WS-AUTH-OPEN
                   CLOSE USERAUTH-FILE
               END-IF
               IF WS-EMPTY AND AUTHL-FUNCTION = "AUTHMAINT"
                   MOVE "Y" TO AUTHL-RESULT
                   MOVE "FIRST-TIME SETUP" TO AUTHL-REASON
               END-IF
           END-IF.
           IF AUTHL-DENIED
               PERFORM LOG-PARA
           END-IF.
           GOBACK.

       LOOKUP-PARA.
           MOVE AUTHL-USER TO AUTH-USER.
           READ USERAUTH-FILE
               INVALID KEY
                   MOVE "USER NOT ON FILE" TO AUTHL-REASON
                   PERFORM EMPTY-CHECK-PARA
               NOT INVALID KEY
                   PERFORM SCAN-FUNC-PARA TEST BEFORE
                       VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > 10 OR WS-FOUND
                   IF WS-FOUND
                       MOVE "Y" TO AUTHL-RESULT
                   ELSE
                       MOVE "FUNCTION NOT GRANTED" TO AUTHL-REASON
                   END-IF
           END-READ.

       SCAN-FUNC-PARA.
           IF AUTH-FUNC(WS-IDX) = AUTHL-FUNCTION
               MOVE "Y" TO WS-FOUND-SW
           END-IF.

      * The user is not on file - is anyone?
       EMPTY-CHECK-PARA.
           MOVE LOW-VALUES TO AUTH-USER.
           START USERAUTH-FILE KEY NOT < AUTH-USER
               INVALID KEY
                   MOVE "Y" TO WS-EMPTY-SW
           END-START.

      * A log that cannot be opened does not turn a refusal into a
      * grant - the change is refused either way, and the operator is
      * told the violation went unrecorded.
       LOG-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD END-ACCEPT.
           ACCEPT WS-NOW FROM TIME END-ACCEPT.
           OPEN EXTEND VIOLATION-FILE.
           IF WS-VIOL-STATUS = "35"
               OPEN OUTPUT VIOLATION-FILE
           END-IF.
           IF WS-VIOL-STATUS NOT = "00" AND WS-VIOL-STATUS NOT = "05"
               DISPLAY "authchk: could not open secviol.log (status "
                   WS-VIOL-STATUS "), violation not logged"
                   END-DISPLAY
           ELSE
               MOVE SPACES TO SVIO-REC
               MOVE WS-TODAY TO SVIO-DATE
               MOVE WS-NOW TO SVIO-TIME
               MOVE AUTHL-USER TO SVIO-USER
               MOVE AUTHL-PROGRAM TO SVIO-PROGRAM
               MOVE AUTHL-FUNCTION TO SVIO-FUNCTION
               MOVE AUTHL-REASON TO SVIO-REASON
               MOVE AUTHL-DETAIL TO SVIO-DETAIL
               WRITE SVIO-REC
               CLOSE VIOLATION-FILE
           END-IF.
