               ACCESS MODE DYNAMIC
               RECORD KEY IS ARCH-KEY
               FILE STATUS IS WS-ARCH-STATUS.
      *    Terminal inventory master, read for the site a run's
      *    session belongs to. The archive record carries no site; a
      *    branch office's sessions are on the inventory under their
      *    head-office alias with the branch's site code (sitecons.cbl),
      *    and anything else - including a run with no session - is
      *    head office's.
           SELECT OPTIONAL TERMINV-FILE ASSIGN TO "terminv.dat"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS TINV-SESSION-ID
               FILE STATUS IS WS-TINV-STATUS.
      *    The extract - the matching runs in the same shape they are
      *    shown on screen, suitable for attaching to the audit
      *    response as-is.
           05 ARCH-TERM PICTURE X(20).
           05 ARCH-RC PICTURE X.

       FD  TERMINV-FILE.
           COPY "terminv.cpy".

       FD  EXTRACT-FILE.
       01  EXTRACT-REC PICTURE X(120).

       WORKING-STORAGE SECTION.
           01 WS-ARCH-STATUS PICTURE XX.
           01 WS-EXT-STATUS PICTURE XX.
           01 WS-TINV-STATUS PICTURE XX.
           01 WS-TINV-OPEN-SW PICTURE X VALUE "N".
               88 WS-TINV-OPEN VALUE "Y".
           01 WS-ARCH-EOF-SW PICTURE X VALUE "N".
               88 WS-ARCH-EOF VALUE "Y".
      * Selection, from the command line or prompts: an optional
      * session ID plus a from/to date range. "histinq TRM00014
      * 20260101 20260331" is one session's quarter; "histinq
      * 20260101 20260331" is everyone's. A leading token that reads
      * as an 8-digit number is taken as the from-date. A site=XXX
      * token narrows it to one site's runs - a branch's site code,
      * or HQ for head office's own: "histinq site=BR1 20260101".
           01 WS-PARM PICTURE X(60) VALUE SPACES.
           01 WS-TOK-1 PICTURE X(20) VALUE SPACES.
           01 WS-TOK-2 PICTURE X(20) VALUE SPACES.
           01 WS-TOK-3 PICTURE X(20) VALUE SPACES.
           01 WS-TOK-4 PICTURE X(20) VALUE SPACES.
           01 WS-SEL-SESSION PICTURE X(8) VALUE SPACES.
           01 WS-SEL-SITE PICTURE X(3) VALUE SPACES.
           01 WS-SEL-SITE-SW PICTURE X VALUE "N".
               88 WS-SEL-BY-SITE VALUE "Y".
           01 WS-SITE-IN PICTURE X(3) VALUE SPACES.
           01 WS-SITE-SHOW PICTURE X(3).
      * Site of the run in hand, with the session it was looked up
      * for - archive runs for one session tend to come together.
           01 WS-RUN-SITE PICTURE X(3) VALUE SPACES.
           01 WS-LAST-SESSION PICTURE X(8) VALUE LOW-VALUES.
           01 WS-FROM-DATE PICTURE 9(8) VALUE 0.
           01 WS-FROM-SET PICTURE X VALUE "N".
           01 WS-TO-DATE PICTURE 9(8) VALUE 99999999.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT TERMINV-FILE.
           IF WS-TINV-STATUS = "00"
               MOVE "Y" TO WS-TINV-OPEN-SW
           END-IF.

           PERFORM HEADER-PARA.

           PERFORM EMIT-PARA.
           CLOSE EXTRACT-FILE.
           CLOSE ARCHIVE-FILE.
           IF WS-TINV-OPEN
               CLOSE TERMINV-FILE
           END-IF.
           DISPLAY "histinq: extract written to histinq.rpt"
               END-DISPLAY.
           GOBACK.
               PERFORM PROMPT-PARA
           ELSE
               UNSTRING WS-PARM DELIMITED BY ALL SPACE
                   INTO WS-TOK-1 WS-TOK-2 WS-TOK-3 WS-TOK-4
               END-UNSTRING
               PERFORM CLASSIFY-TOKEN-PARA
               MOVE WS-TOK-2 TO WS-TOK-1
               PERFORM CLASSIFY-TOKEN-PARA
               MOVE WS-TOK-3 TO WS-TOK-1
               PERFORM CLASSIFY-TOKEN-PARA
               MOVE WS-TOK-4 TO WS-TOK-1
               PERFORM CLASSIFY-TOKEN-PARA
           END-IF.

       CLASSIFY-TOKEN-PARA.
           IF WS-TOK-1 = SPACES
               CONTINUE
           ELSE
               IF FUNCTION LOWER-CASE(WS-TOK-1(1:5)) = "site="
                   MOVE WS-TOK-1(6:3) TO WS-SITE-IN
                   PERFORM SITE-SEL-PARA
               ELSE
                   PERFORM CLASSIFY-OTHER-PARA
               END-IF
           END-IF.

       CLASSIFY-OTHER-PARA.
           IF WS-TOK-1(1:8) IS NUMERIC
                   AND WS-TOK-1(9:12) = SPACES
               IF WS-FROM-SET = "N"
                   MOVE FUNCTION NUMVAL(WS-TOK-1)
                       TO WS-FROM-DATE
                   MOVE "Y" TO WS-FROM-SET
               ELSE
                   MOVE FUNCTION NUMVAL(WS-TOK-1) TO WS-TO-DATE
               END-IF
           ELSE
               MOVE WS-TOK-1 TO WS-SEL-SESSION
           END-IF.

      * HQ selects head office's own runs - blank site.
       SITE-SEL-PARA.
           IF WS-SITE-IN NOT = SPACES
               MOVE "Y" TO WS-SEL-SITE-SW
               MOVE FUNCTION UPPER-CASE(WS-SITE-IN) TO WS-SEL-SITE
               IF WS-SEL-SITE = "HQ"
                   MOVE SPACES TO WS-SEL-SITE
               END-IF
           END-IF.

               WITH NO ADVANCING END-DISPLAY.
           ACCEPT WS-DATE-IN END-ACCEPT.
           PERFORM TO-DATE-PARA.
           DISPLAY "Site code, HQ for head office (ENTER for all): "
               WITH NO ADVANCING END-DISPLAY.
           ACCEPT WS-SITE-IN END-ACCEPT.
           PERFORM SITE-SEL-PARA.

       FROM-DATE-PARA.
           IF FUNCTION TRIM(WS-DATE-IN) IS NUMERIC
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
           END-IF.
           IF WS-SEL-BY-SITE
               MOVE WS-SEL-SITE TO WS-SITE-SHOW
               IF WS-SITE-SHOW = SPACES
                   MOVE "HQ" TO WS-SITE-SHOW
               END-IF
               MOVE WS-LINE TO EXTRACT-REC
               MOVE SPACES TO WS-LINE
               STRING FUNCTION TRIM(EXTRACT-REC TRAILING) ", site "
                   FUNCTION TRIM(WS-SITE-SHOW)
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
           END-IF.
           PERFORM EMIT-PARA.

       WALK-NEXT-PARA.
                   ELSE
                       IF WS-SEL-SESSION = SPACES
                               OR ARCH-SESSION = WS-SEL-SESSION
                           PERFORM RUN-SITE-PARA
                           IF NOT WS-SEL-BY-SITE
                                   OR WS-RUN-SITE = WS-SEL-SITE
                               PERFORM MATCH-LINE-PARA
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       RUN-SITE-PARA.
           IF ARCH-SESSION NOT = WS-LAST-SESSION
               MOVE ARCH-SESSION TO WS-LAST-SESSION
               MOVE SPACES TO WS-RUN-SITE
               IF WS-TINV-OPEN AND ARCH-SESSION NOT = SPACES
                   MOVE ARCH-SESSION TO TINV-SESSION-ID
                   READ TERMINV-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE TINV-SITE TO WS-RUN-SITE
                   END-READ
               END-IF
           END-IF.

      * A branch office's run says which branch, after the rest.
       MATCH-LINE-PARA.
           ADD 1 TO WS-MATCH-COUNT.
           MOVE SPACES TO WS-LINE.
           IF WS-RUN-SITE = SPACES
               STRING ARCH-DATE " " ARCH-TIME " session " ARCH-SESSION
                   " user " ARCH-USER " range " ARCH-RANGE
                   " term " ARCH-TERM " rc " ARCH-RC
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
           ELSE
               STRING ARCH-DATE " " ARCH-TIME " session " ARCH-SESSION
                   " user " ARCH-USER " range " ARCH-RANGE
                   " term " ARCH-TERM " rc " ARCH-RC
                   " site " WS-RUN-SITE
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
           END-IF.
           PERFORM EMIT-PARA.

       EMIT-PARA.
