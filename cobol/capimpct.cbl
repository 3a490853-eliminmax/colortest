      * SPDX-FileCopyrightText: 2023 - 2024 Eli Array Minkoff
      * SPDX-License-Identifier: GPL-3.0-only
       IDENTIFICATION DIVISION.
       PROGRAM-ID. capimpct.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    What-if for a capability change before it is keyed: given a
      *    terminal type and a proposed new level (or its retirement),
      *    every roster session whose VALIDATE outcome would change is
      *    listed, grouped by floor location, so the morning after a
      *    capmaint change no longer brings a wall of surprise FAILs.
      *    Nothing is updated - the files are only read.
           SELECT OPTIONAL SESSION-FILE ASSIGN TO "sessions.lst"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.
      *    The capability record as it stands today - the "before" of
      *    the what-if.
           SELECT OPTIONAL TERMCAP-FILE ASSIGN TO "termcap.dat"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS TCAP-NAME
               FILE STATUS IS WS-TCAP-STATUS.
      *    Inventory master, read only for each affected session's
      *    floor location.
           SELECT OPTIONAL TERMINV-FILE ASSIGN TO "terminv.dat"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS TINV-SESSION-ID
               FILE STATUS IS WS-TINV-STATUS.
      *    The impact page, same lines as on screen, for attaching to
      *    the change request.
           SELECT REPORT-FILE ASSIGN TO "capimpct.rpt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SESSION-FILE.
           COPY "sessrec.cpy".

       FD  TERMCAP-FILE.
           COPY "termcapf.cpy".

       FD  TERMINV-FILE.
           COPY "terminv.cpy".

       FD  REPORT-FILE.
       01  REPORT-REC PICTURE X(100).

       WORKING-STORAGE SECTION.
           01 WS-SESSION-STATUS PICTURE XX.
           01 WS-TCAP-STATUS PICTURE XX.
           01 WS-TINV-STATUS PICTURE XX.
           01 WS-RPT-STATUS PICTURE XX.
           01 WS-EOF-SW PICTURE X VALUE "N".
               88 WS-EOF VALUE "Y".
           01 WS-TINV-OPEN-SW PICTURE X VALUE "N".
               88 WS-TINV-OPEN VALUE "Y".
      * The proposal, from the command line ("xterm 1", "vt100 R") or
      * prompted for. The action is a level 1-3 or R for retirement.
           01 WS-PARM PICTURE X(40) VALUE SPACES.
           01 WS-TYPE-IN PICTURE X(20) VALUE SPACES.
           01 WS-ACTION-IN PICTURE X(10) VALUE SPACES.
           01 WS-ACTION PICTURE X VALUE SPACE.
               88 WS-ACTION-RETIRE VALUE "R".
               88 WS-ACTION-LEVEL VALUE "1" "2" "3".
           01 WS-TODAY PICTURE 9(8).
      * The type's capability as it stands and as proposed. A type
      * not on file, or retired, vouches for nothing - the same rule
      * VALIDATE applies.
           01 WS-CUR-ACTIVE-SW PICTURE X VALUE "N".
               88 WS-CUR-ACTIVE VALUE "Y".
           01 WS-CUR-LEVEL PICTURE 9 VALUE 0.
           01 WS-NEW-ACTIVE-SW PICTURE X VALUE "N".
               88 WS-NEW-ACTIVE VALUE "Y".
           01 WS-NEW-LEVEL PICTURE 9 VALUE 0.
           01 WS-CUR-DESC PICTURE X(20) VALUE SPACES.
           01 WS-NEW-DESC PICTURE X(20) VALUE SPACES.
      * Per-session outcome, same semantics as colortest.cbl's
      * VALIDATE-PARA and colorbatch.cbl's in-process check: 0 pass,
      * 4 needs manual review, 8 fail.
           01 WS-EXP-LEVEL-SEL PICTURE X(10) VALUE SPACES.
               88 WS-EXP-BASIC16 VALUE "BASIC16".
               88 WS-EXP-CUBE256 VALUE "CUBE256".
               88 WS-EXP-TRUECOLOR VALUE "TRUECOLOR".
           01 WS-EXP-LEVEL-NUM PICTURE 9 VALUE 0.
           01 WS-RC-BEFORE PICTURE 9 VALUE 0.
           01 WS-RC-AFTER PICTURE 9 VALUE 0.
           01 WS-RC-IN PICTURE 9 VALUE 0.
           01 WS-RC-WORD PICTURE X(6).
           01 WS-WORD-BEFORE PICTURE X(6).
           01 WS-WORD-AFTER PICTURE X(6).
      * Tallies
           01 WS-TYPE-COUNT PICTURE 9(4) VALUE 0.
           01 WS-CHANGE-COUNT PICTURE 9(4) VALUE 0.
           01 WS-TO-FAIL-COUNT PICTURE 9(4) VALUE 0.
           01 WS-TO-REVIEW-COUNT PICTURE 9(4) VALUE 0.
           01 WS-OTHER-COUNT PICTURE 9(4) VALUE 0.
      * One entry per floor location with an affected session - the
      * same scan-or-add shape floorcmp.cbl uses, with an overflow
      * switch so a truncated rollup says so.
           01 WS-LOC-TABLE.
               05 WS-LOC-COUNT PICTURE 9(3) VALUE 0.
               05 WS-LOC-ENTRY OCCURS 200 TIMES.
                   10 WS-LOC-KEY PICTURE X(12).
                   10 WS-LOC-HITS PICTURE 9(4).
           01 WS-LOC-FULL-SW PICTURE X VALUE "N".
               88 WS-LOC-FULL VALUE "Y".
      * Every affected session, held so it can be listed under its
      * location in the report pass.
           01 WS-HIT-TABLE.
               05 WS-HIT-COUNT PICTURE 9(4) VALUE 0.
               05 WS-HIT-ENTRY OCCURS 1000 TIMES.
                   10 WS-HIT-LOC PICTURE X(12).
                   10 WS-HIT-SESSION PICTURE X(8).
                   10 WS-HIT-EXP PICTURE X(10).
                   10 WS-HIT-BEFORE PICTURE 9.
                   10 WS-HIT-AFTER PICTURE 9.
           01 WS-HIT-FULL-SW PICTURE X VALUE "N".
               88 WS-HIT-FULL VALUE "Y".
      * Scratch for the scan and report passes
           01 WS-CUR-LOC PICTURE X(12).
           01 WS-IDX PICTURE 9(4) VALUE 0.
           01 WS-POS PICTURE 9(4) VALUE 0.
           01 WS-HIT-IDX PICTURE 9(4) VALUE 0.
           01 WS-FOUND-SW PICTURE X VALUE "N".
               88 WS-FOUND VALUE "Y".
      * Numeric display forms
           01 ND-COUNT PICTURE ZZZ9.
           01 ND-CHANGE PICTURE ZZZ9.
           01 ND-FAIL PICTURE ZZZ9.
           01 ND-REVIEW PICTURE ZZZ9.
           01 ND-OTHER PICTURE ZZZ9.
           01 WS-LINE PICTURE X(100).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD END-ACCEPT.
           ACCEPT WS-PARM FROM COMMAND-LINE END-ACCEPT.
           IF WS-PARM NOT = SPACES
               UNSTRING WS-PARM DELIMITED BY ALL SPACE
                   INTO WS-TYPE-IN WS-ACTION-IN
               END-UNSTRING
           ELSE
               DISPLAY "Terminal type name: " WITH NO ADVANCING
                   END-DISPLAY
               ACCEPT WS-TYPE-IN END-ACCEPT
               DISPLAY "Proposed level 1-3, or R to retire: "
                   WITH NO ADVANCING END-DISPLAY
               ACCEPT WS-ACTION-IN END-ACCEPT
           END-IF.
           MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(WS-TYPE-IN))
               TO WS-TYPE-IN.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ACTION-IN))
               TO WS-ACTION-IN.
           MOVE WS-ACTION-IN(1:1) TO WS-ACTION.
           IF WS-ACTION-LEVEL AND WS-ACTION-IN(2:9) NOT = SPACES
               MOVE SPACE TO WS-ACTION
           END-IF.
           IF WS-TYPE-IN = SPACES
                   OR NOT (WS-ACTION-RETIRE OR WS-ACTION-LEVEL)
               DISPLAY "capimpct: give a terminal type and a proposed "
                   "level 1-3 or R to retire, e.g. capimpct xterm 1"
                   END-DISPLAY
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM CURRENT-CAP-PARA.
           IF RETURN-CODE = 8
               GOBACK
           END-IF.
           IF WS-ACTION-RETIRE
               MOVE "N" TO WS-NEW-ACTIVE-SW
               MOVE 0 TO WS-NEW-LEVEL
               MOVE "retired" TO WS-NEW-DESC
           ELSE
      *        A change reactivates a retired type, as capmaint's
      *        Change does.
               MOVE "Y" TO WS-NEW-ACTIVE-SW
               MOVE WS-ACTION TO WS-NEW-LEVEL
               MOVE SPACES TO WS-NEW-DESC
               STRING "level " WS-ACTION DELIMITED BY SIZE
                   INTO WS-NEW-DESC
               END-STRING
           END-IF.

           OPEN INPUT SESSION-FILE.
           IF WS-SESSION-STATUS = "05"
               DISPLAY "capimpct: sessions.lst not found - nothing to "
                   "assess" END-DISPLAY
               CLOSE SESSION-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-SESSION-STATUS NOT = "00"
               DISPLAY "capimpct: could not open sessions.lst (status "
                   WS-SESSION-STATUS ")" END-DISPLAY
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT TERMINV-FILE.
           IF WS-TINV-STATUS = "00"
               MOVE "Y" TO WS-TINV-OPEN-SW
           ELSE
               DISPLAY "capimpct: terminv.dat unavailable (status "
                   WS-TINV-STATUS ") - locations shown as (none)"
                   END-DISPLAY
           END-IF.
           PERFORM UNTIL WS-EOF
               READ SESSION-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       PERFORM ASSESS-SESSION-PARA
               END-READ
           END-PERFORM.
           CLOSE SESSION-FILE.
           IF WS-TINV-OPEN
               CLOSE TERMINV-FILE
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "capimpct: could not open capimpct.rpt "
                   "(status " WS-RPT-STATUS ")" END-DISPLAY
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM REPORT-PARA.
           CLOSE REPORT-FILE.
           DISPLAY "capimpct: report written to capimpct.rpt"
               END-DISPLAY.
      *    4 when the proposal would take any session off PASS, so a
      *    change ticket can be held on the job step alone.
           IF WS-TO-FAIL-COUNT > 0 OR WS-TO-REVIEW-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       CURRENT-CAP-PARA.
           MOVE "N" TO WS-CUR-ACTIVE-SW.
           MOVE 0 TO WS-CUR-LEVEL.
           MOVE "not on file" TO WS-CUR-DESC.
           OPEN INPUT TERMCAP-FILE.
           IF WS-TCAP-STATUS = "05"
               CLOSE TERMCAP-FILE
           ELSE
               IF WS-TCAP-STATUS NOT = "00"
                   DISPLAY "capimpct: could not open termcap.dat "
                       "(status " WS-TCAP-STATUS ")" END-DISPLAY
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE WS-TYPE-IN TO TCAP-NAME
                   READ TERMCAP-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM CURRENT-FOUND-PARA
                   END-READ
                   CLOSE TERMCAP-FILE
               END-IF
           END-IF.

       CURRENT-FOUND-PARA.
           MOVE SPACES TO WS-CUR-DESC.
           IF TCAP-ACTIVE
               MOVE "Y" TO WS-CUR-ACTIVE-SW
               MOVE TCAP-LEVEL TO WS-CUR-LEVEL
               STRING "level " TCAP-LEVEL DELIMITED BY SIZE
                   INTO WS-CUR-DESC
               END-STRING
           ELSE
               STRING "retired (level " TCAP-LEVEL ")"
                   DELIMITED BY SIZE INTO WS-CUR-DESC
               END-STRING
           END-IF.

      * Only roster lines for the type in question can change outcome;
      * their type is folded the way VALIDATE folds it before the read.
       ASSESS-SESSION-PARA.
           IF FUNCTION LOWER-CASE(FUNCTION TRIM(SESS-TERM-TYPE))
                   = WS-TYPE-IN
               ADD 1 TO WS-TYPE-COUNT
               PERFORM OUTCOME-PARA
               IF WS-RC-BEFORE NOT = WS-RC-AFTER
                   ADD 1 TO WS-CHANGE-COUNT
                   EVALUATE TRUE
                       WHEN WS-RC-BEFORE = 0 AND WS-RC-AFTER = 8
                           ADD 1 TO WS-TO-FAIL-COUNT
                       WHEN WS-RC-BEFORE = 0 AND WS-RC-AFTER = 4
                           ADD 1 TO WS-TO-REVIEW-COUNT
                       WHEN OTHER
                           ADD 1 TO WS-OTHER-COUNT
                   END-EVALUATE
                   PERFORM HOLD-HIT-PARA
               END-IF
           END-IF.

      * The VALIDATE decision twice over - once against the type as it
      * stands, once as proposed. An expected level that is not
      * BASIC16/CUBE256/TRUECOLOR is review either way, so no
      * capability change can move it.
       OUTCOME-PARA.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SESS-EXP-LEVEL))
               TO WS-EXP-LEVEL-SEL.
           MOVE 0 TO WS-EXP-LEVEL-NUM.
           IF WS-EXP-BASIC16
               MOVE 1 TO WS-EXP-LEVEL-NUM
           END-IF.
           IF WS-EXP-CUBE256
               MOVE 2 TO WS-EXP-LEVEL-NUM
           END-IF.
           IF WS-EXP-TRUECOLOR
               MOVE 3 TO WS-EXP-LEVEL-NUM
           END-IF.
           IF WS-EXP-LEVEL-NUM = 0
               MOVE 4 TO WS-RC-BEFORE
               MOVE 4 TO WS-RC-AFTER
           ELSE
               IF NOT WS-CUR-ACTIVE
                   MOVE 4 TO WS-RC-BEFORE
               ELSE
                   IF WS-CUR-LEVEL >= WS-EXP-LEVEL-NUM
                       MOVE 0 TO WS-RC-BEFORE
                   ELSE
                       MOVE 8 TO WS-RC-BEFORE
                   END-IF
               END-IF
               IF NOT WS-NEW-ACTIVE
                   MOVE 4 TO WS-RC-AFTER
               ELSE
                   IF WS-NEW-LEVEL >= WS-EXP-LEVEL-NUM
                       MOVE 0 TO WS-RC-AFTER
                   ELSE
                       MOVE 8 TO WS-RC-AFTER
                   END-IF
               END-IF
           END-IF.

       HOLD-HIT-PARA.
           MOVE "(none)" TO WS-CUR-LOC.
           IF WS-TINV-OPEN
               MOVE SESS-ID TO TINV-SESSION-ID
               READ TERMINV-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TINV-FLOOR-LOC NOT = SPACES
                           MOVE TINV-FLOOR-LOC TO WS-CUR-LOC
                       END-IF
               END-READ
           END-IF.
           PERFORM FIND-LOC-PARA.
           IF WS-FOUND
               ADD 1 TO WS-LOC-HITS(WS-POS)
           END-IF.
           IF WS-HIT-COUNT < 1000
               ADD 1 TO WS-HIT-COUNT
               MOVE WS-CUR-LOC TO WS-HIT-LOC(WS-HIT-COUNT)
               MOVE SESS-ID TO WS-HIT-SESSION(WS-HIT-COUNT)
               MOVE SESS-EXP-LEVEL TO WS-HIT-EXP(WS-HIT-COUNT)
               MOVE WS-RC-BEFORE TO WS-HIT-BEFORE(WS-HIT-COUNT)
               MOVE WS-RC-AFTER TO WS-HIT-AFTER(WS-HIT-COUNT)
           ELSE
               MOVE "Y" TO WS-HIT-FULL-SW
           END-IF.

       FIND-LOC-PARA.
           MOVE "N" TO WS-FOUND-SW.
           MOVE 0 TO WS-POS.
           PERFORM SCAN-LOC-PARA TEST BEFORE
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-LOC-COUNT OR WS-FOUND.
           IF NOT WS-FOUND
               IF WS-LOC-COUNT < 200
                   ADD 1 TO WS-LOC-COUNT
                   MOVE WS-CUR-LOC TO WS-LOC-KEY(WS-LOC-COUNT)
                   MOVE 0 TO WS-LOC-HITS(WS-LOC-COUNT)
                   MOVE WS-LOC-COUNT TO WS-POS
                   MOVE "Y" TO WS-FOUND-SW
               ELSE
                   MOVE "Y" TO WS-LOC-FULL-SW
               END-IF
           END-IF.

       SCAN-LOC-PARA.
           IF WS-LOC-KEY(WS-IDX) = WS-CUR-LOC
               MOVE "Y" TO WS-FOUND-SW
               MOVE WS-IDX TO WS-POS
           END-IF.

       RC-WORD-PARA.
           EVALUATE WS-RC-IN
               WHEN 0 MOVE "PASS" TO WS-RC-WORD
               WHEN 4 MOVE "review" TO WS-RC-WORD
               WHEN OTHER MOVE "FAIL" TO WS-RC-WORD
           END-EVALUATE.

       EMIT-PARA.
           DISPLAY FUNCTION TRIM(WS-LINE TRAILING) END-DISPLAY.
           MOVE WS-LINE TO REPORT-REC.
           WRITE REPORT-REC.

       REPORT-PARA.
           MOVE SPACES TO WS-LINE.
           STRING "capability what-if - produced " WS-TODAY ", type "
               FUNCTION TRIM(WS-TYPE-IN) ": "
               FUNCTION TRIM(WS-CUR-DESC) " -> "
               FUNCTION TRIM(WS-NEW-DESC)
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING.
           PERFORM EMIT-PARA.
           IF WS-CHANGE-COUNT = 0
               MOVE "(no session's VALIDATE outcome would change)"
                   TO WS-LINE
               PERFORM EMIT-PARA
           END-IF.
           PERFORM REPORT-LOC-PARA TEST BEFORE
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-LOC-COUNT.
           IF WS-LOC-FULL
               MOVE SPACES TO WS-LINE
               STRING "(location table full - some locations not "
                   "counted)" DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               PERFORM EMIT-PARA
           END-IF.
           IF WS-HIT-FULL
               MOVE SPACES TO WS-LINE
               STRING "(detail table full - some affected sessions "
                   "not listed)" DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               PERFORM EMIT-PARA
           END-IF.
           MOVE WS-TYPE-COUNT TO ND-COUNT.
           MOVE WS-CHANGE-COUNT TO ND-CHANGE.
           MOVE WS-TO-FAIL-COUNT TO ND-FAIL.
           MOVE WS-TO-REVIEW-COUNT TO ND-REVIEW.
           MOVE WS-OTHER-COUNT TO ND-OTHER.
           MOVE SPACES TO WS-LINE.
           STRING "sessions of this type: " FUNCTION TRIM(ND-COUNT)
               ", outcome changes: " FUNCTION TRIM(ND-CHANGE)
               " (PASS to FAIL " FUNCTION TRIM(ND-FAIL)
               ", PASS to review " FUNCTION TRIM(ND-REVIEW)
               ", other " FUNCTION TRIM(ND-OTHER) ")"
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING.
           PERFORM EMIT-PARA.

       REPORT-LOC-PARA.
           MOVE WS-LOC-HITS(WS-IDX) TO ND-COUNT.
           MOVE SPACES TO WS-LINE.
           STRING WS-LOC-KEY(WS-IDX) " sessions affected "
               FUNCTION TRIM(ND-COUNT)
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING.
           PERFORM EMIT-PARA.
           PERFORM REPORT-HIT-PARA TEST BEFORE
               VARYING WS-HIT-IDX FROM 1 BY 1
               UNTIL WS-HIT-IDX > WS-HIT-COUNT.

       REPORT-HIT-PARA.
           IF WS-HIT-LOC(WS-HIT-IDX) = WS-LOC-KEY(WS-IDX)
               MOVE WS-HIT-BEFORE(WS-HIT-IDX) TO WS-RC-IN
               PERFORM RC-WORD-PARA
               MOVE WS-RC-WORD TO WS-WORD-BEFORE
               MOVE WS-HIT-AFTER(WS-HIT-IDX) TO WS-RC-IN
               PERFORM RC-WORD-PARA
               MOVE WS-RC-WORD TO WS-WORD-AFTER
               MOVE SPACES TO WS-LINE
               STRING "  " WS-HIT-SESSION(WS-HIT-IDX) "  expect "
                   WS-HIT-EXP(WS-HIT-IDX) "  "
                   FUNCTION TRIM(WS-WORD-BEFORE) " -> "
                   FUNCTION TRIM(WS-WORD-AFTER)
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               PERFORM EMIT-PARA
           END-IF.
