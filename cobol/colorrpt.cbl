           SELECT OPTIONAL SESSION-FILE ASSIGN TO "sessions.lst"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.
      *    Terminal inventory master, read only for each roster
      *    session's decommission status - a decommissioned terminal
      *    still on sessions.lst is flagged as such, not reported as
      *    untested.
           SELECT OPTIONAL TERMINV-FILE ASSIGN TO "terminv.dat"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS TINV-SESSION-ID
               FILE STATUS IS WS-TINV-STATUS.
      *    The management summary this program exists to produce.
           SELECT SUMMARY-FILE ASSIGN TO "colorsum.rpt"
               ORGANIZATION LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD  LOG-FILE.
       01  LOG-REC PICTURE X(120).

       FD  SESSION-FILE.
           COPY "sessrec.cpy".

       FD  TERMINV-FILE.
           COPY "terminv.cpy".

       FD  SUMMARY-FILE.
       01  SUMMARY-REC PICTURE X(100).

           01 WS-LOG-STATUS PICTURE XX.
           01 WS-SESSION-STATUS PICTURE XX.
           01 WS-SUM-STATUS PICTURE XX.
           01 WS-TINV-STATUS PICTURE XX.
           01 WS-TINV-OPEN-SW PICTURE X VALUE "N".
               88 WS-TINV-OPEN VALUE "Y".
           01 WS-DECOMM-SW PICTURE X VALUE "N".
               88 WS-DECOMM VALUE "Y".
           01 WS-LOG-EOF-SW PICTURE X VALUE "N".
               88 WS-LOG-EOF VALUE "Y".
           01 WS-SESS-EOF-SW PICTURE X VALUE "N".
               88 WS-SESS-EOF VALUE "Y".
      * Look-back window in days for the "not tested lately" section,
      * from the command line, defaulting to a week. A site=XXX token
      * alongside it narrows the whole report to one site's runs -
      * a branch's site code, or HQ for head office's own floor
      * (lines with no site= on them). "colorrpt 14 site=BR1".
           01 WS-PARM PICTURE X(40) VALUE SPACES.
           01 WS-PARM-TOK-1 PICTURE X(20) VALUE SPACES.
           01 WS-PARM-TOK-2 PICTURE X(20) VALUE SPACES.
           01 WS-PARM-TOK PICTURE X(20) VALUE SPACES.
           01 WS-SEL-SITE PICTURE X(3) VALUE SPACES.
           01 WS-SEL-SITE-SW PICTURE X VALUE "N".
               88 WS-SEL-BY-SITE VALUE "Y".
           01 WS-N-DAYS PICTURE 999 VALUE 7.
           01 WS-N-DAYS-ND PICTURE ZZ9.
           01 WS-TODAY PICTURE 9(8).
           01 WS-CUTOFF-DATE PICTURE 9(8).
      * One log line split into blank-delimited tokens; the first is
      * the date/time stamp, the rest are keyword=value pairs in
      * whatever order the writing program used. Lines loaded from a
      * branch office by sitecons.cbl carry a seventh, site=.
           01 WS-TOKENS.
               05 WS-TOK PICTURE X(32) OCCURS 7 TIMES.
           01 WS-TOK-IDX PICTURE 9 VALUE 0.
      * Fields carried by the line being tallied
           01 WS-CUR-DATE PICTURE X(8).
           01 WS-CUR-TERM PICTURE X(20).
           01 WS-CUR-RC PICTURE X.
           01 WS-CUR-SESSION PICTURE X(8).
           01 WS-CUR-SITE PICTURE X(3).
      * Tally tables. Each has a found/position pair maintained by its
      * FIND- paragraph and an overflow switch so a truncated section
      * says so instead of quietly under-counting.
                   10 WS-TERM-REVIEW PICTURE 9(5).
           01 WS-TERM-FULL-SW PICTURE X VALUE "N".
               88 WS-TERM-FULL VALUE "Y".
      * Runs per site - head office (blank) and each branch loaded by
      * sitecons.cbl - with the VALIDATE outcomes, for the breakout.
           01 WS-SITE-TABLE.
               05 WS-SITE-COUNT PICTURE 9(2) VALUE 0.
               05 WS-SITE-ENTRY OCCURS 20 TIMES.
                   10 WS-SITE-KEY PICTURE X(3).
                   10 WS-SITE-RUNS PICTURE 9(5).
                   10 WS-SITE-PASS PICTURE 9(5).
                   10 WS-SITE-FAIL PICTURE 9(5).
                   10 WS-SITE-REVIEW PICTURE 9(5).
           01 WS-SITE-FULL-SW PICTURE X VALUE "N".
               88 WS-SITE-FULL VALUE "Y".
           01 WS-SITE-SHOW PICTURE X(3).
      * Sessions from sessions.lst with the most recent date the log
      * shows each one tested, zero meaning never.
           01 WS-SESS-TABLE.
           01 WS-FOUND-SW PICTURE X VALUE "N".
               88 WS-FOUND VALUE "Y".
           01 WS-STALE-COUNT PICTURE 9(4) VALUE 0.
           01 WS-DECOMM-COUNT PICTURE 9(4) VALUE 0.
      * Numeric display forms
           01 ND-RUNS PICTURE ZZZZ9.
           01 ND-PASS PICTURE ZZZZ9.
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
               END-DISPLAY.
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

       LOAD-SESSIONS-PARA.
           OPEN INPUT SESSION-FILE.
           IF WS-SESSION-STATUS = "05"
           MOVE SPACES TO WS-TOKENS.
           UNSTRING LOG-REC DELIMITED BY ALL SPACE
               INTO WS-TOK(1) WS-TOK(2) WS-TOK(3)
                   WS-TOK(4) WS-TOK(5) WS-TOK(6) WS-TOK(7)
           END-UNSTRING.
           IF WS-TOK(1)(1:8) IS NOT NUMERIC
               CONTINUE
               MOVE SPACES TO WS-CUR-TERM
               MOVE SPACES TO WS-CUR-RC
               MOVE SPACES TO WS-CUR-SESSION
               MOVE SPACES TO WS-CUR-SITE
               PERFORM SPLIT-TOKEN-PARA TEST BEFORE
                   VARYING WS-TOK-IDX FROM 2 BY 1
                   UNTIL WS-TOK-IDX > 7
               IF NOT WS-SEL-BY-SITE OR WS-CUR-SITE = WS-SEL-SITE
                   PERFORM TALLY-FIELDS-PARA
               END-IF
           END-IF.

       SPLIT-TOKEN-PARA.
                   MOVE WS-TOK(WS-TOK-IDX)(4:1) TO WS-CUR-RC
               WHEN WS-TOK(WS-TOK-IDX)(1:8) = "session="
                   MOVE WS-TOK(WS-TOK-IDX)(9:8) TO WS-CUR-SESSION
               WHEN WS-TOK(WS-TOK-IDX)(1:5) = "site="
                   MOVE WS-TOK(WS-TOK-IDX)(6:3) TO WS-CUR-SITE
           END-EVALUATE.

       TALLY-FIELDS-PARA.
           IF WS-FOUND
               ADD 1 TO WS-RANGE-RUNS(WS-POS)
           END-IF.
           PERFORM FIND-SITE-PARA.
           IF WS-FOUND
               ADD 1 TO WS-SITE-RUNS(WS-POS)
               IF WS-CUR-RANGE = "VALIDATE"
                   EVALUATE WS-CUR-RC
                       WHEN "0" ADD 1 TO WS-SITE-PASS(WS-POS)
                       WHEN "8" ADD 1 TO WS-SITE-FAIL(WS-POS)
                       WHEN OTHER ADD 1 TO WS-SITE-REVIEW(WS-POS)
                   END-EVALUATE
               END-IF
           END-IF.
           IF WS-CUR-RANGE = "VALIDATE" AND WS-CUR-TERM NOT = SPACES
               PERFORM FIND-TERM-PARA
               IF WS-FOUND
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
                   MOVE WS-CUR-SITE TO WS-SITE-KEY(WS-SITE-COUNT)
                   MOVE 0 TO WS-SITE-RUNS(WS-SITE-COUNT)
                   MOVE 0 TO WS-SITE-PASS(WS-SITE-COUNT)
                   MOVE 0 TO WS-SITE-FAIL(WS-SITE-COUNT)
                   MOVE 0 TO WS-SITE-REVIEW(WS-SITE-COUNT)
                   MOVE WS-SITE-COUNT TO WS-POS
                   MOVE "Y" TO WS-FOUND-SW
               ELSE
                   MOVE "Y" TO WS-SITE-FULL-SW
               END-IF
           END-IF.

       SCAN-SITE-PARA.
           IF WS-SITE-KEY(WS-IDX) = WS-CUR-SITE
               MOVE "Y" TO WS-FOUND-SW
               MOVE WS-IDX TO WS-POS
           END-IF.

      * Sessions are only the ones sessions.lst names - a session in
      * the log but not on the list is not part of the fleet any more
      * and is not tracked here.
               WS-TODAY DELIMITED BY SIZE INTO WS-LINE
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
           ELSE
               MOVE "-- runs per site (VALIDATE pass/fail/review) --"
                   TO WS-LINE
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

           MOVE "-- runs per day --" TO WS-LINE.
           PERFORM EMIT-PARA.
               WS-TODAY " --" DELIMITED BY SIZE INTO WS-LINE
           END-STRING.
           PERFORM EMIT-PARA.
      *    sessions.lst is head office's roster; a branch's runs are
      *    under alias session IDs it does not carry.
           IF WS-SEL-BY-SITE AND WS-SEL-SITE NOT = SPACES
               MOVE "(head office roster - not checked for a branch)"
                   TO WS-LINE
               PERFORM EMIT-PARA
               MOVE 0 TO WS-SESS-COUNT
           END-IF.
           IF WS-SESS-COUNT = 0 AND NOT WS-SEL-BY-SITE
               MOVE "(sessions.lst not found or empty)" TO WS-LINE
               PERFORM EMIT-PARA
           END-IF.
           MOVE 0 TO WS-STALE-COUNT.
           MOVE 0 TO WS-DECOMM-COUNT.
           OPEN INPUT TERMINV-FILE.
           IF WS-TINV-STATUS = "00"
               MOVE "Y" TO WS-TINV-OPEN-SW
           END-IF.
           PERFORM REPORT-SESSION-PARA TEST BEFORE
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-SESS-COUNT.
           IF WS-TINV-OPEN
               CLOSE TERMINV-FILE
           END-IF.
           IF WS-SESS-COUNT > 0 AND WS-STALE-COUNT = 0
                   AND WS-DECOMM-COUNT = 0
               MOVE "(none - all sessions current)" TO WS-LINE
               PERFORM EMIT-PARA
           END-IF.
               PERFORM EMIT-PARA
           END-IF.

       REPORT-SITE-PARA.
           MOVE WS-SITE-KEY(WS-IDX) TO WS-SITE-SHOW.
           IF WS-SITE-SHOW = SPACES
               MOVE "HQ" TO WS-SITE-SHOW
           END-IF.
           MOVE WS-SITE-RUNS(WS-IDX) TO ND-RUNS.
           MOVE WS-SITE-PASS(WS-IDX) TO ND-PASS.
           MOVE WS-SITE-FAIL(WS-IDX) TO ND-FAIL.
           MOVE WS-SITE-REVIEW(WS-IDX) TO ND-REVIEW.
           MOVE SPACES TO WS-LINE.
           STRING WS-SITE-SHOW "  " ND-RUNS " run(s), pass " ND-PASS
               " fail " ND-FAIL " review " ND-REVIEW
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING.
           PERFORM EMIT-PARA.

       REPORT-DAY-PARA.
           MOVE WS-DAY-RUNS(WS-IDX) TO ND-RUNS.
           MOVE SPACES TO WS-LINE.
           PERFORM EMIT-PARA.

       REPORT-SESSION-PARA.
           MOVE "N" TO WS-DECOMM-SW.
           IF WS-TINV-OPEN
               MOVE WS-SESS-KEY(WS-IDX) TO TINV-SESSION-ID
               READ TERMINV-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TINV-DECOMMISSIONED
                           MOVE "Y" TO WS-DECOMM-SW
                       END-IF
               END-READ
           END-IF.
           IF WS-DECOMM
               ADD 1 TO WS-DECOMM-COUNT
               MOVE SPACES TO WS-LINE
               STRING WS-SESS-KEY(WS-IDX) "  decommissioned "
                   TINV-STAT-DATE " - still on sessions.lst"
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               PERFORM EMIT-PARA
           END-IF.
           IF NOT WS-DECOMM AND WS-SESS-LAST(WS-IDX) < WS-CUTOFF-DATE
               ADD 1 TO WS-STALE-COUNT
               MOVE SPACES TO WS-LINE
               IF WS-SESS-LAST(WS-IDX) = 0
