      * SPDX-FileCopyrightText: 2023 - 2024 Eli Array Minkoff
      * SPDX-License-Identifier: GPL-3.0-only
       IDENTIFICATION DIVISION.
       PROGRAM-ID. colorbal.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Morning balancing of the overnight colorbatch run. The run
      *    leaves its tallies in colorbtch.ckp, one log line per
      *    session in colortest.log, a refreshed record per session in
      *    terminv.dat, and its exceptions in colorbtch.rpt - and a
      *    run that died halfway or ran twice can look fine in any one
      *    of them. This job proves they agree with each other and
      *    with the roster, and hands the scheduler a return code.
      *    The run date balanced is the one on the checkpoint.
      *    Branch offices' results loaded by sitecons.cbl share the
      *    log and the inventory but not this run - log lines with a
      *    site= token and inventory records with a site are not
      *    counted.
           SELECT OPTIONAL CKPT-FILE ASSIGN TO "colorbtch.ckp"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT OPTIONAL SESSION-FILE ASSIGN TO "sessions.lst"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.
           SELECT OPTIONAL LOG-FILE ASSIGN TO "colortest.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT OPTIONAL TERMINV-FILE ASSIGN TO "terminv.dat"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS TINV-SESSION-ID
               FILE STATUS IS WS-TINV-STATUS.
           SELECT OPTIONAL EXCEPT-FILE ASSIGN TO "colorbtch.rpt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPT-STATUS.
      *    The balancing page, same lines as on screen.
           SELECT REPORT-FILE ASSIGN TO "colorbal.rpt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Same columns colorbatch.cbl writes - keep the two in step.
       FD  CKPT-FILE.
       01  CKPT-REC.
           05 CKP-STATUS PICTURE X(8).
           05 FILLER PICTURE X.
           05 CKP-PROCESSED PICTURE 9(6).
           05 FILLER PICTURE X.
           05 CKP-RUN-COUNT PICTURE 9(4).
           05 FILLER PICTURE X.
           05 CKP-SKIP-COUNT PICTURE 9(4).
           05 FILLER PICTURE X.
           05 CKP-EXCEPT-COUNT PICTURE 9(4).
           05 FILLER PICTURE X.
           05 CKP-WORST-RC PICTURE 9(4).
           05 FILLER PICTURE X.
           05 CKP-RUN-DATE PICTURE 9(8).

       FD  SESSION-FILE.
           COPY "sessrec.cpy".

      * Same record length colortest.cbl writes.
       FD  LOG-FILE.
       01  LOG-REC PICTURE X(120).

       FD  TERMINV-FILE.
           COPY "terminv.cpy".

       FD  EXCEPT-FILE.
       01  EXCEPT-REC PICTURE X(100).

       FD  REPORT-FILE.
       01  REPORT-REC PICTURE X(100).

       WORKING-STORAGE SECTION.
           01 WS-CKPT-STATUS PICTURE XX.
           01 WS-SESSION-STATUS PICTURE XX.
           01 WS-LOG-STATUS PICTURE XX.
           01 WS-TINV-STATUS PICTURE XX.
           01 WS-EXCEPT-STATUS PICTURE XX.
           01 WS-RPT-STATUS PICTURE XX.
           01 WS-EOF-SW PICTURE X VALUE "N".
               88 WS-EOF VALUE "Y".
           01 WS-TODAY PICTURE 9(8).
      * What each file says. The roster count is every line read,
      * blank or not - colorbatch dispatches (and counts as
      * processed) every line it reads.
           01 WS-ROSTER-LINES PICTURE 9(6) VALUE 0.
           01 WS-LOG-LINES PICTURE 9(6) VALUE 0.
           01 WS-TINV-DATED PICTURE 9(6) VALUE 0.
           01 WS-RUN-PLUS-SKIP PICTURE 9(6) VALUE 0.
           01 WS-RPT-WORST-RC PICTURE 9(4) VALUE 0.
           01 WS-RPT-EXCEPTS PICTURE 9(6) VALUE 0.
           01 WS-RPT-FOUND-SW PICTURE X VALUE "N".
               88 WS-RPT-FOUND VALUE "Y".
           01 WS-TINV-FOUND-SW PICTURE X VALUE "N".
               88 WS-TINV-FOUND VALUE "Y".
      * One log line split into blank-delimited tokens, the way
      * colorrpt.cbl reads them.
           01 WS-TOKENS.
               05 WS-TOK PICTURE X(32) OCCURS 7 TIMES.
           01 WS-TOK-IDX PICTURE 9 VALUE 0.
           01 WS-HAS-SESSION-SW PICTURE X VALUE "N".
               88 WS-HAS-SESSION VALUE "Y".
           01 WS-HAS-SITE-SW PICTURE X VALUE "N".
               88 WS-HAS-SITE VALUE "Y".
      * An exception line's rc, the character after " rc="
           01 WS-EXC-HEAD PICTURE X(100).
           01 WS-EXC-TAIL PICTURE X(100).
           01 WS-EXC-RC PICTURE 9 VALUE 0.
      * One balancing check: label, the figure it should be, the
      * figure found, and whether they agree.
           01 WS-CHK-LABEL PICTURE X(40).
           01 WS-CHK-EXPECT PICTURE 9(6).
           01 WS-CHK-FOUND PICTURE 9(6).
           01 WS-CHK-DIFF PICTURE S9(6).
           01 WS-OUT-COUNT PICTURE 9(2) VALUE 0.
           01 ND-EXPECT PICTURE ZZZZZ9.
           01 ND-FOUND PICTURE ZZZZZ9.
           01 ND-DIFF PICTURE +(6)9.
           01 ND-OUT PICTURE Z9.
           01 WS-LINE PICTURE X(100).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD END-ACCEPT.
           OPEN INPUT CKPT-FILE.
           IF WS-CKPT-STATUS NOT = "00"
               DISPLAY "colorbal: no colorbtch.ckp (status "
                   WS-CKPT-STATUS ") - no run to balance"
                   END-DISPLAY
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           READ CKPT-FILE
               AT END
                   DISPLAY "colorbal: colorbtch.ckp is empty - no run "
                       "to balance" END-DISPLAY
                   CLOSE CKPT-FILE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-READ.
           CLOSE CKPT-FILE.

           PERFORM COUNT-ROSTER-PARA.
           PERFORM COUNT-LOG-PARA.
           PERFORM COUNT-TINV-PARA.
           PERFORM SCAN-EXCEPT-PARA.

           OPEN OUTPUT REPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "colorbal: could not open colorbal.rpt "
                   "(status " WS-RPT-STATUS ")" END-DISPLAY
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM REPORT-PARA.
           CLOSE REPORT-FILE.
      *    Anything out of balance stops the morning chain - a run
      *    that cannot be proved complete is not reported on.
           IF WS-OUT-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       COUNT-ROSTER-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT SESSION-FILE.
           IF WS-SESSION-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ SESSION-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-ROSTER-LINES
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE SESSION-FILE.

      * A session line is one dated the run date carrying a session=
      * token - the line colorbatch writes per session run. A
      * colortest VALIDATE run keyed by hand against a session that
      * day writes the same shape and shows up here as a difference,
      * which is worth the morning shift knowing about anyway.
       COUNT-LOG-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT LOG-FILE.
           IF WS-LOG-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ LOG-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM COUNT-LOG-LINE-PARA
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE LOG-FILE.

       COUNT-LOG-LINE-PARA.
           IF LOG-REC(1:8) = CKP-RUN-DATE
               MOVE SPACES TO WS-TOKENS
               UNSTRING LOG-REC DELIMITED BY ALL SPACE
                   INTO WS-TOK(1) WS-TOK(2) WS-TOK(3)
                       WS-TOK(4) WS-TOK(5) WS-TOK(6) WS-TOK(7)
               END-UNSTRING
               MOVE "N" TO WS-HAS-SESSION-SW
               MOVE "N" TO WS-HAS-SITE-SW
               PERFORM SESSION-TOKEN-PARA TEST BEFORE
                   VARYING WS-TOK-IDX FROM 2 BY 1
                   UNTIL WS-TOK-IDX > 7
               IF WS-HAS-SESSION AND NOT WS-HAS-SITE
                   ADD 1 TO WS-LOG-LINES
               END-IF
           END-IF.

       SESSION-TOKEN-PARA.
           IF WS-TOK(WS-TOK-IDX)(1:8) = "session="
                   AND WS-TOK(WS-TOK-IDX)(9:) NOT = SPACES
               MOVE "Y" TO WS-HAS-SESSION-SW
           END-IF.
           IF WS-TOK(WS-TOK-IDX)(1:5) = "site="
               MOVE "Y" TO WS-HAS-SITE-SW
           END-IF.

       COUNT-TINV-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT TERMINV-FILE.
           IF WS-TINV-STATUS = "00"
               MOVE "Y" TO WS-TINV-FOUND-SW
               MOVE LOW-VALUES TO TINV-SESSION-ID
               START TERMINV-FILE KEY NOT < TINV-SESSION-ID
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-SW
               END-START
               PERFORM COUNT-TINV-NEXT-PARA UNTIL WS-EOF
           END-IF.
           CLOSE TERMINV-FILE.

       COUNT-TINV-NEXT-PARA.
           READ TERMINV-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF TINV-LAST-DATE = CKP-RUN-DATE
                           AND TINV-HEAD-OFFICE
                       ADD 1 TO WS-TINV-DATED
                   END-IF
           END-READ.

      * Exception lines are the "session ... rc=N ..." ones. Skipped
      * sessions are passed over - a session still inside its retry
      * interval is written "session X SKIPPED - rc=N on ...", which
      * carries the earlier run's rc, not one of this run's. The
      * header, restart markers and the trailer carry no rc=.
       SCAN-EXCEPT-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT EXCEPT-FILE.
           IF WS-EXCEPT-STATUS = "00"
               MOVE "Y" TO WS-RPT-FOUND-SW
               PERFORM UNTIL WS-EOF
                   READ EXCEPT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM SCAN-EXCEPT-LINE-PARA
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE EXCEPT-FILE.

       SCAN-EXCEPT-LINE-PARA.
           IF EXCEPT-REC(1:8) = "session "
                   AND EXCEPT-REC(17:8) NOT = " SKIPPED"
               MOVE SPACES TO WS-EXC-HEAD WS-EXC-TAIL
               UNSTRING EXCEPT-REC DELIMITED BY " rc="
                   INTO WS-EXC-HEAD WS-EXC-TAIL
               END-UNSTRING
               IF WS-EXC-TAIL(1:1) IS NUMERIC
                   ADD 1 TO WS-RPT-EXCEPTS
                   MOVE WS-EXC-TAIL(1:1) TO WS-EXC-RC
                   IF WS-EXC-RC > WS-RPT-WORST-RC
                       MOVE WS-EXC-RC TO WS-RPT-WORST-RC
                   END-IF
               END-IF
           END-IF.

       EMIT-PARA.
           DISPLAY FUNCTION TRIM(WS-LINE TRAILING) END-DISPLAY.
           MOVE WS-LINE TO REPORT-REC.
           WRITE REPORT-REC.

      * One line per check: what it should be, what was found, and
      * the difference when they disagree.
       CHECK-PARA.
           MOVE WS-CHK-EXPECT TO ND-EXPECT.
           MOVE WS-CHK-FOUND TO ND-FOUND.
           MOVE SPACES TO WS-LINE.
           IF WS-CHK-EXPECT = WS-CHK-FOUND
               STRING WS-CHK-LABEL " expected "
                   ND-EXPECT " found " ND-FOUND "  ok"
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
           ELSE
               ADD 1 TO WS-OUT-COUNT
               COMPUTE WS-CHK-DIFF = WS-CHK-FOUND - WS-CHK-EXPECT
               END-COMPUTE
               MOVE WS-CHK-DIFF TO ND-DIFF
               STRING WS-CHK-LABEL " expected "
                   ND-EXPECT " found " ND-FOUND "  DIFF "
                   FUNCTION TRIM(ND-DIFF)
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
           END-IF.
           PERFORM EMIT-PARA.

       REPORT-PARA.
           MOVE SPACES TO WS-LINE.
           STRING "colorbatch balancing - produced " WS-TODAY
               ", run date " CKP-RUN-DATE ", checkpoint "
               FUNCTION TRIM(CKP-STATUS)
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING.
           PERFORM EMIT-PARA.
      *    A run still marked RUNNING died (or is still going) - the
      *    counts below then show how far it got.
           IF CKP-STATUS NOT = "COMPLETE"
               ADD 1 TO WS-OUT-COUNT
               MOVE "run did not complete - checkpoint not COMPLETE"
                   TO WS-LINE
               PERFORM EMIT-PARA
           END-IF.

           MOVE "sessions.lst lines vs processed" TO WS-CHK-LABEL.
           MOVE CKP-PROCESSED TO WS-CHK-EXPECT.
           MOVE WS-ROSTER-LINES TO WS-CHK-FOUND.
           PERFORM CHECK-PARA.

           MOVE "run + skipped vs processed" TO WS-CHK-LABEL.
           COMPUTE WS-RUN-PLUS-SKIP = CKP-RUN-COUNT + CKP-SKIP-COUNT
           END-COMPUTE.
           MOVE CKP-PROCESSED TO WS-CHK-EXPECT.
           MOVE WS-RUN-PLUS-SKIP TO WS-CHK-FOUND.
           PERFORM CHECK-PARA.

           MOVE "log session lines on run date vs run" TO WS-CHK-LABEL.
           MOVE CKP-RUN-COUNT TO WS-CHK-EXPECT.
           MOVE WS-LOG-LINES TO WS-CHK-FOUND.
           PERFORM CHECK-PARA.

           IF WS-TINV-FOUND
               MOVE "terminv tested on run date vs run" TO WS-CHK-LABEL
               MOVE CKP-RUN-COUNT TO WS-CHK-EXPECT
               MOVE WS-TINV-DATED TO WS-CHK-FOUND
               PERFORM CHECK-PARA
           ELSE
               ADD 1 TO WS-OUT-COUNT
               MOVE SPACES TO WS-LINE
               STRING "terminv.dat could not be read (status "
                   WS-TINV-STATUS ")" DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               PERFORM EMIT-PARA
           END-IF.

           IF WS-RPT-FOUND
               MOVE "worst rc vs colorbtch.rpt" TO WS-CHK-LABEL
               MOVE CKP-WORST-RC TO WS-CHK-EXPECT
               MOVE WS-RPT-WORST-RC TO WS-CHK-FOUND
               PERFORM CHECK-PARA
               MOVE "exceptions vs colorbtch.rpt" TO WS-CHK-LABEL
               MOVE CKP-EXCEPT-COUNT TO WS-CHK-EXPECT
               MOVE WS-RPT-EXCEPTS TO WS-CHK-FOUND
               PERFORM CHECK-PARA
           ELSE
               ADD 1 TO WS-OUT-COUNT
               MOVE "colorbtch.rpt not found" TO WS-LINE
               PERFORM EMIT-PARA
           END-IF.

           IF WS-OUT-COUNT = 0
               MOVE "IN BALANCE" TO WS-LINE
           ELSE
               MOVE WS-OUT-COUNT TO ND-OUT
               MOVE SPACES TO WS-LINE
               STRING "OUT OF BALANCE - " FUNCTION TRIM(ND-OUT)
                   " difference(s)" DELIMITED BY SIZE INTO WS-LINE
               END-STRING
           END-IF.
           PERFORM EMIT-PARA.
