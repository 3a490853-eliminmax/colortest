       FILE SECTION.
      * Columns: date 1-8, time 10-17, session 19-26, block 28-37,
      * answer 39-42 (PASS/FAIL/SKIP), operator 44-63 - the layout
      * colortest.cbl's ATTEST-FILE writes - then site 65-67, added
      * by sitecons.cbl to a branch office's attestations and blank
      * on head office's own.
       FD  ATTEST-FILE.
       01  ATTEST-REC.
           05 ATT-DATE PICTURE 9(8).
           05 ATT-ANSWER PICTURE X(4).
           05 FILLER PICTURE X.
           05 ATT-OPERATOR PICTURE X(20).
           05 FILLER PICTURE X.
           05 ATT-SITE PICTURE X(3).

       FD  TERMINV-FILE.
           COPY "terminv.cpy".
           01 WS-ATT-EOF-SW PICTURE X VALUE "N".
               88 WS-ATT-EOF VALUE "Y".
           01 WS-TODAY PICTURE 9(8).
      * Optional site=XXX on the command line narrows the
      * reconciliation to one site - a branch's code, or HQ for head
      * office's own attestations. Nothing reconciles every site.
           01 WS-PARM PICTURE X(40) VALUE SPACES.
           01 WS-SEL-SITE PICTURE X(3) VALUE SPACES.
           01 WS-SEL-SITE-SW PICTURE X VALUE "N".
               88 WS-SEL-BY-SITE VALUE "Y".
           01 WS-SITE-SHOW PICTURE X(3).
      * One tally entry per session/block pair seen in attest.dat -
      * the same scan-or-add table shape colorrpt.cbl uses, with an
      * overflow switch so a truncated reconciliation says so instead
               05 WS-PAIR-ENTRY OCCURS 4000 TIMES.
                   10 WS-PAIR-SESSION PICTURE X(8).
                   10 WS-PAIR-BLOCK PICTURE X(10).
                   10 WS-PAIR-SITE PICTURE X(3).
                   10 WS-PAIR-PASS PICTURE 9(5).
                   10 WS-PAIR-FAIL PICTURE 9(5).
                   10 WS-PAIR-SKIP PICTURE 9(5).
                   10 WS-PAIR-LAST-FAIL PICTURE 9(8).
           01 WS-PAIR-FULL-SW PICTURE X VALUE "N".
               88 WS-PAIR-FULL VALUE "Y".
      * Records read and discrepancies found per site, shown when
      * attestations from more than one site are on file.
           01 WS-SITE-TABLE.
               05 WS-SITE-COUNT PICTURE 9(2) VALUE 0.
               05 WS-SITE-ENTRY OCCURS 20 TIMES.
                   10 WS-SITE-KEY PICTURE X(3).
                   10 WS-SITE-READ PICTURE 9(6).
                   10 WS-SITE-DISC PICTURE 9(4).
                   10 WS-SITE-NOINV PICTURE 9(4).
           01 WS-SITE-FULL-SW PICTURE X VALUE "N".
               88 WS-SITE-FULL VALUE "Y".
           01 WS-CUR-SITE PICTURE X(3).
           01 WS-SAVE-IDX PICTURE 9(4) VALUE 0.
           01 WS-IDX PICTURE 9(4) VALUE 0.
           01 WS-POS PICTURE 9(4) VALUE 0.
           01 WS-FOUND-SW PICTURE X VALUE "N".
           01 ND-COUNT2 PICTURE ZZZZZ9.
           01 ND-FAILS PICTURE ZZZZ9.
           01 ND-PASSES PICTURE ZZZZ9.
           01 ND-COUNT3 PICTURE ZZZZZ9.
      * Report line assembled then both DISPLAYed and written, so the
      * reconciliation reads the same on screen and in attrecon.rpt.
           01 WS-LINE PICTURE X(132).
           01 WS-TAG-LINE PICTURE X(132).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD END-ACCEPT.
           ACCEPT WS-PARM FROM COMMAND-LINE END-ACCEPT.
           IF FUNCTION LOWER-CASE(WS-PARM(1:5)) = "site="
               MOVE "Y" TO WS-SEL-SITE-SW
               MOVE FUNCTION UPPER-CASE(WS-PARM(6:3)) TO WS-SEL-SITE
               IF WS-SEL-SITE = "HQ"
                   MOVE SPACES TO WS-SEL-SITE
               END-IF
           END-IF.

           OPEN INPUT ATTEST-FILE.
           IF WS-ATT-STATUS = "05"
           IF ATT-DATE IS NOT NUMERIC
               CONTINUE
           ELSE
               IF NOT WS-SEL-BY-SITE OR ATT-SITE = WS-SEL-SITE
                   PERFORM TALLY-ONE-PARA
               END-IF
           END-IF.

       TALLY-ONE-PARA.
           ADD 1 TO WS-READ-COUNT.
           MOVE ATT-SITE TO WS-CUR-SITE.
           PERFORM FIND-SITE-PARA.
           IF WS-FOUND
               ADD 1 TO WS-SITE-READ(WS-POS)
           END-IF.
           PERFORM FIND-PAIR-PARA.
           IF WS-FOUND
               EVALUATE ATT-ANSWER
                   WHEN "PASS"
                       ADD 1 TO WS-PAIR-PASS(WS-POS)
                   WHEN "FAIL"
                       ADD 1 TO WS-PAIR-FAIL(WS-POS)
                       IF ATT-DATE > WS-PAIR-LAST-FAIL(WS-POS)
                           MOVE ATT-DATE
                               TO WS-PAIR-LAST-FAIL(WS-POS)
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WS-PAIR-SKIP(WS-POS)
               END-EVALUATE
           END-IF.

       FIND-PAIR-PARA.
           MOVE "N" TO WS-FOUND-SW.
           MOVE 0 TO WS-POS.
                   ADD 1 TO WS-PAIR-COUNT
                   MOVE ATT-SESSION TO WS-PAIR-SESSION(WS-PAIR-COUNT)
                   MOVE ATT-BLOCK TO WS-PAIR-BLOCK(WS-PAIR-COUNT)
                   MOVE ATT-SITE TO WS-PAIR-SITE(WS-PAIR-COUNT)
                   MOVE 0 TO WS-PAIR-PASS(WS-PAIR-COUNT)
                   MOVE 0 TO WS-PAIR-FAIL(WS-PAIR-COUNT)
                   MOVE 0 TO WS-PAIR-SKIP(WS-PAIR-COUNT)
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
                   MOVE 0 TO WS-SITE-READ(WS-SITE-COUNT)
                   MOVE 0 TO WS-SITE-DISC(WS-SITE-COUNT)
                   MOVE 0 TO WS-SITE-NOINV(WS-SITE-COUNT)
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

      * Credit a discrepancy line to its pair's site. The pair loop's
      * index is saved round the scan, which shares WS-IDX.
       SITE-TALLY-PARA.
           MOVE WS-IDX TO WS-SAVE-IDX.
           MOVE WS-PAIR-SITE(WS-IDX) TO WS-CUR-SITE.
           PERFORM FIND-SITE-PARA.
           MOVE WS-SAVE-IDX TO WS-IDX.

       EMIT-PARA.
           DISPLAY FUNCTION TRIM(WS-LINE TRAILING) END-DISPLAY.
           MOVE WS-LINE TO RECON-REC.
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
           END-IF.
           MOVE WS-READ-COUNT TO ND-COUNT.
           MOVE SPACES TO WS-LINE.
           STRING "attestation record(s) read: "
                   TO WS-LINE
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

      * One session/block pair against the inventory record. Only a
      * FAIL the advertised level says should have passed is a

       DISC-LINE-PARA.
           ADD 1 TO WS-DISC-COUNT.
           PERFORM SITE-TALLY-PARA.
           IF WS-FOUND
               ADD 1 TO WS-SITE-DISC(WS-POS)
           END-IF.
           MOVE WS-PAIR-FAIL(WS-IDX) TO ND-FAILS.
           MOVE WS-PAIR-PASS(WS-IDX) TO ND-PASSES.
           MOVE SPACES TO WS-LINE.
               WS-PAIR-LAST-FAIL(WS-IDX)
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING.
           PERFORM SITE-TAG-PARA.
           PERFORM EMIT-PARA.

       NOINV-LINE-PARA.
           ADD 1 TO WS-NOINV-COUNT.
           PERFORM SITE-TALLY-PARA.
           IF WS-FOUND
               ADD 1 TO WS-SITE-NOINV(WS-POS)
           END-IF.
           MOVE WS-PAIR-FAIL(WS-IDX) TO ND-FAILS.
           MOVE SPACES TO WS-LINE.
           STRING "session " WS-PAIR-SESSION(WS-IDX) " block "
               "record - cannot reconcile"
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING.
           PERFORM SITE-TAG-PARA.
           PERFORM EMIT-PARA.

      * A branch office's line says which branch, after the rest.
       SITE-TAG-PARA.
           IF WS-PAIR-SITE(WS-IDX) NOT = SPACES
               MOVE WS-LINE TO WS-TAG-LINE
               MOVE SPACES TO WS-LINE
               STRING FUNCTION TRIM(WS-TAG-LINE TRAILING) " site "
                   WS-PAIR-SITE(WS-IDX)
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
           END-IF.

       REPORT-SITE-PARA.
           MOVE WS-SITE-KEY(WS-IDX) TO WS-SITE-SHOW.
           IF WS-SITE-SHOW = SPACES
               MOVE "HQ" TO WS-SITE-SHOW
           END-IF.
           MOVE WS-SITE-READ(WS-IDX) TO ND-COUNT.
           MOVE WS-SITE-DISC(WS-IDX) TO ND-COUNT2.
           MOVE WS-SITE-NOINV(WS-IDX) TO ND-COUNT3.
           MOVE SPACES TO WS-LINE.
           STRING WS-SITE-SHOW "  read " FUNCTION TRIM(ND-COUNT)
               ", discrepancies " FUNCTION TRIM(ND-COUNT2)
               ", not in inventory " FUNCTION TRIM(ND-COUNT3)
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING.
           PERFORM EMIT-PARA.
