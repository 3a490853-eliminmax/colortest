           01 WS-TINV-EOF-SW PICTURE X VALUE "N".
               88 WS-TINV-EOF VALUE "Y".
      * Compliance window in days, from the command line, defaulting
      * to the 30 days the ops review asks about. A site=XXX token
      * alongside it narrows the report to one site - a branch's
      * site code, or HQ for head office's own floor.
           01 WS-PARM PICTURE X(40) VALUE SPACES.
           01 WS-PARM-TOK-1 PICTURE X(20) VALUE SPACES.
           01 WS-PARM-TOK-2 PICTURE X(20) VALUE SPACES.
           01 WS-PARM-TOK PICTURE X(20) VALUE SPACES.
           01 WS-SEL-SITE PICTURE X(3) VALUE SPACES.
           01 WS-SEL-SITE-SW PICTURE X VALUE "N".
               88 WS-SEL-BY-SITE VALUE "Y".
           01 WS-N-DAYS PICTURE 999 VALUE 30.
           01 WS-N-DAYS-ND PICTURE ZZ9.
           01 WS-TODAY PICTURE 9(8).
      * colorrpt.cbl uses, with an overflow switch so a truncated
      * rollup says so. A record with no location on file lands in
      * the "(none)" bucket rather than vanishing - an unplaced
      * terminal is an ops problem too. A branch office's terminals
      * (loaded by sitecons.cbl) are keyed and shown with their site
      * in front, BR1/FLOOR1, so a branch's FLOOR1 is not mistaken
      * for head office's.
           01 WS-LOC-TABLE.
               05 WS-LOC-COUNT PICTURE 9(3) VALUE 0.
               05 WS-LOC-ENTRY OCCURS 200 TIMES.
                   10 WS-LOC-KEY PICTURE X(16).
                   10 WS-LOC-TERMS PICTURE 9(4).
                   10 WS-LOC-GOOD PICTURE 9(4).
           01 WS-LOC-FULL-SW PICTURE X VALUE "N".
           01 WS-BAD-TABLE.
               05 WS-BAD-COUNT PICTURE 9(4) VALUE 0.
               05 WS-BAD-ENTRY OCCURS 1000 TIMES.
                   10 WS-BAD-LOC PICTURE X(16).
                   10 WS-BAD-SESSION PICTURE X(8).
                   10 WS-BAD-DATE PICTURE 9(8).
                   10 WS-BAD-RC PICTURE 9.
           01 WS-BAD-FULL-SW PICTURE X VALUE "N".
               88 WS-BAD-FULL VALUE "Y".
      * Subtotals per site, shown when more than one site is on file.
           01 WS-SITE-TABLE.
               05 WS-SITE-COUNT PICTURE 9(2) VALUE 0.
               05 WS-SITE-ENTRY OCCURS 20 TIMES.
                   10 WS-SITE-KEY PICTURE X(3).
                   10 WS-SITE-TERMS PICTURE 9(4).
                   10 WS-SITE-GOOD PICTURE 9(4).
           01 WS-SITE-FULL-SW PICTURE X VALUE "N".
               88 WS-SITE-FULL VALUE "Y".
           01 WS-SITE-SHOW PICTURE X(3).
      * Scratch for the scan and report passes
           01 WS-CUR-LOC PICTURE X(16).
           01 WS-CUR-FLOOR PICTURE X(12).
           01 WS-COMPLY-SW PICTURE X VALUE "N".
               88 WS-COMPLY VALUE "Y".
           01 WS-IDX PICTURE 9(4) VALUE 0.
           01 WS-FOUND-SW PICTURE X VALUE "N".
               88 WS-FOUND VALUE "Y".
           01 WS-PCT PICTURE 999 VALUE 0.
      * Decommissioned terminals are off the floor - they are left
      * out of every location rather than counted as never tested,
      * and only their number is shown.
           01 WS-DECOMM-COUNT PICTURE 9(4) VALUE 0.
      * Numeric display forms
           01 ND-TERMS PICTURE ZZZ9.
           01 ND-GOOD PICTURE ZZZ9.
           01 ND-PCT PICTURE ZZ9.
           01 ND-DECOMM PICTURE ZZZ9.
           01 WS-LINE PICTURE X(100).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-PARM FROM COMMAND-LINE END-ACCEPT.
           UNSTRING WS-PARM DELIMITED BY ALL SPACE
               INTO WS-PARM-TOK-1 WS-PARM-TOK-2
           END-UNSTRING.
           MOVE WS-PARM-TOK-1 TO WS-PARM-TOK.
           PERFORM CLASSIFY-PARM-PARA.
           MOVE WS-PARM-TOK-2 TO WS-PARM-TOK.
           PERFORM CLASSIFY-PARM-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD END-ACCEPT.
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY) - WS-N-DAYS)
           END-IF.
           GOBACK.

       CLASSIFY-PARM-PARA.
           IF WS-PARM-TOK = SPACES
               CONTINUE
           ELSE
               IF FUNCTION TRIM(WS-PARM-TOK) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-PARM-TOK) TO WS-N-DAYS
               END-IF
               IF FUNCTION LOWER-CASE(WS-PARM-TOK(1:5)) = "site="
                   MOVE "Y" TO WS-SEL-SITE-SW
                   MOVE FUNCTION UPPER-CASE(WS-PARM-TOK(6:3))
                       TO WS-SEL-SITE
                   IF WS-SEL-SITE = "HQ"
                       MOVE SPACES TO WS-SEL-SITE
                   END-IF
               END-IF
           END-IF.

       SCAN-NEXT-PARA.
           READ TERMINV-FILE NEXT
               AT END
                   MOVE "Y" TO WS-TINV-EOF-SW
               NOT AT END
                   IF WS-SEL-BY-SITE AND TINV-SITE NOT = WS-SEL-SITE
                       CONTINUE
                   ELSE
                       IF TINV-DECOMMISSIONED
                           ADD 1 TO WS-DECOMM-COUNT
                       ELSE
                           PERFORM TALLY-RECORD-PARA
                       END-IF
                   END-IF
           END-READ.

      * Compliant means a PASS (rc 0) dated inside the window - a
      * all count against the location alike.
       TALLY-RECORD-PARA.
           IF TINV-FLOOR-LOC = SPACES
               MOVE "(none)" TO WS-CUR-FLOOR
           ELSE
               MOVE TINV-FLOOR-LOC TO WS-CUR-FLOOR
           END-IF.
           IF TINV-HEAD-OFFICE
               MOVE WS-CUR-FLOOR TO WS-CUR-LOC
           ELSE
               MOVE SPACES TO WS-CUR-LOC
               STRING TINV-SITE "/" WS-CUR-FLOOR
                   DELIMITED BY SIZE INTO WS-CUR-LOC
               END-STRING
           END-IF.
           MOVE "N" TO WS-COMPLY-SW.
           IF TINV-LAST-RC = 0
                   ADD 1 TO WS-LOC-GOOD(WS-POS)
               END-IF
           END-IF.
           PERFORM FIND-SITE-PARA.
           IF WS-FOUND
               ADD 1 TO WS-SITE-TERMS(WS-POS)
               IF WS-COMPLY
                   ADD 1 TO WS-SITE-GOOD(WS-POS)
               END-IF
           END-IF.
           IF NOT WS-COMPLY
               IF WS-BAD-COUNT < 1000
                   ADD 1 TO WS-BAD-COUNT
               MOVE WS-IDX TO WS-POS
           END-IF.

       FIND-SITE-PARA.
           MOVE "N" TO WS-FOUND-SW.
           MOVE 0 TO WS-POS.
           PERFORM SCAN-SITE-PARA TEST BEFORE
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-SITE-COUNT OR WS-FOUND.
           IF NOT WS-FOUND
               IF WS-SITE-COUNT < 20
                   ADD 1 TO WS-SITE-COUNT
                   MOVE TINV-SITE TO WS-SITE-KEY(WS-SITE-COUNT)
                   MOVE 0 TO WS-SITE-TERMS(WS-SITE-COUNT)
                   MOVE 0 TO WS-SITE-GOOD(WS-SITE-COUNT)
                   MOVE WS-SITE-COUNT TO WS-POS
                   MOVE "Y" TO WS-FOUND-SW
               ELSE
                   MOVE "Y" TO WS-SITE-FULL-SW
               END-IF
           END-IF.

       SCAN-SITE-PARA.
           IF WS-SITE-KEY(WS-IDX) = TINV-SITE
               MOVE "Y" TO WS-FOUND-SW
               MOVE WS-IDX TO WS-POS
           END-IF.

       EMIT-PARA.
           DISPLAY FUNCTION TRIM(WS-LINE TRAILING) END-DISPLAY.
           MOVE WS-LINE TO REPORT-REC.
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING.
           PERFORM EMIT-PARA.
           IF WS-SEL-BY-SITE
               MOVE WS-SEL-SITE TO WS-SITE-SHOW
               IF WS-SITE-SHOW = SPACES
                   MOVE "HQ" TO WS-SITE-SHOW
               END-IF
               MOVE SPACES TO WS-LINE
               STRING "site " FUNCTION TRIM(WS-SITE-SHOW) " only"
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               PERFORM EMIT-PARA
           END-IF.
           IF WS-LOC-COUNT = 0
               MOVE "(no terminals in service on the inventory master)"
                   TO WS-LINE
               PERFORM EMIT-PARA
           END-IF.
           PERFORM REPORT-LOC-PARA TEST BEFORE
               END-STRING
               PERFORM EMIT-PARA
           END-IF.
           IF WS-SITE-COUNT > 1
               MOVE "-- by site --" TO WS-LINE
               PERFORM EMIT-PARA
               PERFORM REPORT-SITE-PARA TEST BEFORE
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SITE-COUNT
               IF WS-SITE-FULL
                   MOVE "(site table full - some sites not counted)"
                       TO WS-LINE
                   PERFORM EMIT-PARA
               END-IF
           END-IF.
           IF WS-DECOMM-COUNT > 0
               MOVE WS-DECOMM-COUNT TO ND-DECOMM
               MOVE SPACES TO WS-LINE
               STRING "decommissioned terminals left out: "
                   FUNCTION TRIM(ND-DECOMM)
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               PERFORM EMIT-PARA
           END-IF.

       REPORT-LOC-PARA.
           MOVE WS-LOC-TERMS(WS-IDX) TO ND-TERMS.
               END-IF
               PERFORM EMIT-PARA
           END-IF.

       REPORT-SITE-PARA.
           MOVE WS-SITE-KEY(WS-IDX) TO WS-SITE-SHOW.
           IF WS-SITE-SHOW = SPACES
               MOVE "HQ" TO WS-SITE-SHOW
           END-IF.
           MOVE WS-SITE-TERMS(WS-IDX) TO ND-TERMS.
           MOVE WS-SITE-GOOD(WS-IDX) TO ND-GOOD.
           COMPUTE WS-PCT ROUNDED = WS-SITE-GOOD(WS-IDX) * 100
               / WS-SITE-TERMS(WS-IDX)
           END-COMPUTE.
           MOVE WS-PCT TO ND-PCT.
           MOVE SPACES TO WS-LINE.
           STRING WS-SITE-SHOW " terminals "
               FUNCTION TRIM(ND-TERMS) ", compliant "
               FUNCTION TRIM(ND-GOOD) " ("
               FUNCTION TRIM(ND-PCT) "%)"
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING.
           PERFORM EMIT-PARA.
