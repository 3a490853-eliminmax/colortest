      * SPDX-FileCopyrightText: 2023 - 2024 Eli Array Minkoff
      * SPDX-License-Identifier: GPL-3.0-only
       IDENTIFICATION DIVISION.
       PROGRAM-ID. secvrpt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The security violations log authchk.cbl appends to - every
      *    change a maintenance program refused because the user was
      *    not authorized for it. This is the audit side: each refusal
      *    in the selection, then how many each user ran into.
           SELECT OPTIONAL VIOLATION-FILE ASSIGN TO "secviol.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-VIOL-STATUS.
      *    The audit report, same lines as shown on screen.
           SELECT REPORT-FILE ASSIGN TO "secvrpt.rpt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VIOLATION-FILE.
           COPY "secviol.cpy".

       FD  REPORT-FILE.
       01  REPORT-REC PICTURE X(132).

       WORKING-STORAGE SECTION.
           01 WS-VIOL-STATUS PICTURE XX.
           01 WS-RPT-STATUS PICTURE XX.
           01 WS-VIOL-EOF-SW PICTURE X VALUE "N".
               88 WS-VIOL-EOF VALUE "Y".
      * Selection, from the command line or a prompt, read the way
      * capjrpt.cbl reads its own: an 8-digit token is a date (one
      * date means that day onward, two a range), anything else is a
      * user ID, kept as typed because USER is case-sensitive.
      * "secvrpt jsmith", "secvrpt 20260801 20260831", and
      * "secvrpt jsmith 20260801" all work; nothing lists everything.
           01 WS-PARM PICTURE X(60) VALUE SPACES.
           01 WS-TOK-1 PICTURE X(20) VALUE SPACES.
           01 WS-TOK-2 PICTURE X(20) VALUE SPACES.
           01 WS-TOK-3 PICTURE X(20) VALUE SPACES.
           01 WS-SEL-USER PICTURE X(20) VALUE SPACES.
           01 WS-FROM-DATE PICTURE 9(8) VALUE 0.
           01 WS-TO-DATE PICTURE 9(8) VALUE 99999999.
      * Refusals per user in the selection
           01 WS-USER-TABLE.
               05 WS-USER-COUNT PICTURE 9(3) VALUE 0.
               05 WS-USER-ENTRY OCCURS 200 TIMES.
                   10 WS-USER-ID PICTURE X(20).
                   10 WS-USER-HITS PICTURE 9(5).
                   10 WS-USER-LAST PICTURE 9(8).
           01 WS-USER-FULL-SW PICTURE X VALUE "N".
               88 WS-USER-FULL VALUE "Y".
           01 WS-FOUND-SW PICTURE X VALUE "N".
               88 WS-FOUND VALUE "Y".
           01 WS-IDX PICTURE 9(3) VALUE 0.
           01 WS-POS PICTURE 9(3) VALUE 0.
      * Tallies and display scratch
           01 WS-MATCH-COUNT PICTURE 9(6) VALUE 0.
           01 ND-COUNT PICTURE ZZZZZ9.
           01 ND-HITS PICTURE ZZZZ9.
           01 WS-LINE PICTURE X(132).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-PARM FROM COMMAND-LINE END-ACCEPT.
           PERFORM PARSE-PARM-PARA.

           OPEN INPUT VIOLATION-FILE.
           IF WS-VIOL-STATUS = "05"
               DISPLAY "secvrpt: secviol.log not found - no refusals "
                   "logged yet" END-DISPLAY
               CLOSE VIOLATION-FILE
               GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "secvrpt: could not open secvrpt.rpt (status "
                   WS-RPT-STATUS ")" END-DISPLAY
               CLOSE VIOLATION-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM HEADER-PARA.
           PERFORM UNTIL WS-VIOL-EOF
               READ VIOLATION-FILE
                   AT END
                       MOVE "Y" TO WS-VIOL-EOF-SW
                   NOT AT END
                       PERFORM CHECK-LINE-PARA
               END-READ
           END-PERFORM.
           CLOSE VIOLATION-FILE.

           IF WS-MATCH-COUNT = 0
               MOVE "(no refusals in the selection)" TO WS-LINE
               PERFORM EMIT-PARA
           ELSE
               PERFORM SUMMARY-PARA
           END-IF.
           MOVE WS-MATCH-COUNT TO ND-COUNT.
           MOVE SPACES TO WS-LINE.
           STRING "refusals: " FUNCTION TRIM(ND-COUNT)
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING.
           PERFORM EMIT-PARA.
           CLOSE REPORT-FILE.
           DISPLAY "secvrpt: report written to secvrpt.rpt"
               END-DISPLAY.
      *    Any refusal in the selection is something for audit to look
      *    at - the return code says so without opening the report.
           IF WS-MATCH-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       PARSE-PARM-PARA.
           IF WS-PARM = SPACES
               DISPLAY "User ID, date range, or ENTER for all: "
                   WITH NO ADVANCING END-DISPLAY
               ACCEPT WS-PARM END-ACCEPT
           END-IF.
           UNSTRING WS-PARM DELIMITED BY ALL SPACE
               INTO WS-TOK-1 WS-TOK-2 WS-TOK-3
           END-UNSTRING.
           PERFORM CLASSIFY-TOKEN-PARA.
           MOVE WS-TOK-2 TO WS-TOK-1.
           PERFORM CLASSIFY-TOKEN-PARA.
           MOVE WS-TOK-3 TO WS-TOK-1.
           PERFORM CLASSIFY-TOKEN-PARA.

       CLASSIFY-TOKEN-PARA.
           IF WS-TOK-1 = SPACES
               CONTINUE
           ELSE
               IF WS-TOK-1(1:8) IS NUMERIC
                       AND WS-TOK-1(9:12) = SPACES
                   IF WS-FROM-DATE = 0
                       MOVE FUNCTION NUMVAL(WS-TOK-1) TO WS-FROM-DATE
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-TOK-1) TO WS-TO-DATE
                   END-IF
               ELSE
                   MOVE FUNCTION TRIM(WS-TOK-1) TO WS-SEL-USER
               END-IF
           END-IF.

       HEADER-PARA.
           MOVE SPACES TO WS-LINE.
           IF WS-SEL-USER = SPACES
               STRING "security violations - all users, "
                   WS-FROM-DATE " to " WS-TO-DATE
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
           ELSE
               STRING "security violations - "
                   FUNCTION TRIM(WS-SEL-USER) ", "
                   WS-FROM-DATE " to " WS-TO-DATE
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
           END-IF.
           PERFORM EMIT-PARA.

       CHECK-LINE-PARA.
           IF SVIO-DATE IS NOT NUMERIC
               CONTINUE
           ELSE
               IF SVIO-DATE >= WS-FROM-DATE
                       AND SVIO-DATE <= WS-TO-DATE
                       AND (WS-SEL-USER = SPACES
                           OR SVIO-USER = WS-SEL-USER)
                   PERFORM MATCH-LINE-PARA
               END-IF
           END-IF.

      * One refusal as two report lines: who tried what where, then
      * why it was refused and what they were doing.
       MATCH-LINE-PARA.
           ADD 1 TO WS-MATCH-COUNT.
           MOVE SPACES TO WS-LINE.
           STRING SVIO-DATE " " SVIO-TIME " "
               SVIO-USER " " SVIO-PROGRAM " " SVIO-FUNCTION
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING.
           PERFORM EMIT-PARA.
           MOVE SPACES TO WS-LINE.
           STRING "  refused: " FUNCTION TRIM(SVIO-REASON)
               " - " FUNCTION TRIM(SVIO-DETAIL)
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING.
           PERFORM EMIT-PARA.
           PERFORM TALLY-USER-PARA.

       TALLY-USER-PARA.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM SCAN-USER-PARA TEST BEFORE
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-USER-COUNT OR WS-FOUND.
           IF NOT WS-FOUND
               IF WS-USER-COUNT < 200
                   ADD 1 TO WS-USER-COUNT
                   MOVE WS-USER-COUNT TO WS-POS
                   MOVE SVIO-USER TO WS-USER-ID(WS-POS)
                   MOVE 0 TO WS-USER-HITS(WS-POS)
                   MOVE "Y" TO WS-FOUND-SW
               ELSE
                   MOVE "Y" TO WS-USER-FULL-SW
               END-IF
           END-IF.
           IF WS-FOUND
               ADD 1 TO WS-USER-HITS(WS-POS)
               MOVE SVIO-DATE TO WS-USER-LAST(WS-POS)
           END-IF.

       SCAN-USER-PARA.
           IF WS-USER-ID(WS-IDX) = SVIO-USER
               MOVE "Y" TO WS-FOUND-SW
               MOVE WS-IDX TO WS-POS
           END-IF.

       SUMMARY-PARA.
           MOVE SPACES TO WS-LINE.
           PERFORM EMIT-PARA.
           MOVE "refusals by user:" TO WS-LINE.
           PERFORM EMIT-PARA.
           PERFORM SUMMARY-USER-PARA TEST BEFORE
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-USER-COUNT.
           IF WS-USER-FULL
               MOVE "(user table full - summary truncated)" TO WS-LINE
               PERFORM EMIT-PARA
           END-IF.

       SUMMARY-USER-PARA.
           MOVE WS-USER-HITS(WS-IDX) TO ND-HITS.
           MOVE SPACES TO WS-LINE.
           STRING "  " WS-USER-ID(WS-IDX) " " ND-HITS
               " refusal(s), last " WS-USER-LAST(WS-IDX)
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING.
           PERFORM EMIT-PARA.

       EMIT-PARA.
           DISPLAY FUNCTION TRIM(WS-LINE TRAILING) END-DISPLAY.
           MOVE WS-LINE TO REPORT-REC.
           WRITE REPORT-REC.
