      * because a value of 1 corresponds with the NULL byte.
           SYMBOLIC CHARACTERS ESC IS 28.
           SYMBOLIC CHARACTERS LINE-FEED IS 11.
           SYMBOLIC CHARACTERS BEL IS 8.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Optional plain-text/ANSI report of a run, for filing or
           SELECT CONTRAST-FILE ASSIGN TO "sitecntr.rpt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CNTR-STATUS.
      *    Color-blindness audit of the site palette - each site color
      *    as a protanope, deuteranope and tritanope would see it, and
      *    every pair of site colors that stops being distinguishable
      *    under one of them, so a highlight scheme that leans on
      *    red-versus-green is caught before it reaches the floor.
           SELECT CVD-FILE ASSIGN TO "sitecvd.rpt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CVD-STATUS.
      *    Run history log - one line appended per run, so a fleet of
      *    terminal sessions can be tracked instead of relying on
      *    memory and sticky notes.
           SELECT OPTIONAL ATTEST-FILE ASSIGN TO "attest.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ATT-STATUS.
      *    Palette probe results - what the terminal itself reported
      *    for each probed index against the nominal value, keyed by
      *    session, date and index, so a suspect desk can be looked up
      *    rather than walked to.
           SELECT OPTIONAL PROBE-FILE ASSIGN TO "probe.dat"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS PRB-KEY
               FILE STATUS IS WS-PRB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTRAST-FILE.
       01  CONTRAST-REC PICTURE X(100).

       FD  CVD-FILE.
       01  CVD-REC PICTURE X(100).

      * Wide enough for the longest VALIDATE line - full-width 20-byte
      * user name and terminal type plus the session suffix comes to
      * 106 - without STRING truncation, and for the same line from a
      * branch office once sitecons.cbl adds its site= tag, 115.
      * colorbatch.cbl, colorrpt.cbl, colorbal.cbl, logarch.cbl and
      * sitecons.cbl use this file; keep their record lengths in step.
       FD  LOG-FILE.
       01  LOG-REC PICTURE X(120).

       FD  TERMINV-FILE.
           COPY "terminv.cpy".
           05 FILLER PICTURE X.
           05 ATT-OPERATOR PICTURE X(20).

       FD  PROBE-FILE.
           COPY "probe.cpy".

       WORKING-STORAGE SECTION.
      * Number Display
           01 ND PICTURE ZZ9.
               88 WS-MENU-USED VALUE "Y".
           01 WS-MENU-OK-SW PICTURE X VALUE "N".
               88 WS-MENU-OK VALUE "Y".
           01 WS-MENU-CHOICE PICTURE XX VALUE SPACES.
           01 WS-MENU-INPUT PICTURE X(20) VALUE SPACES.
           01 WS-MENU-PICK PICTURE 99 VALUE 0.
           01 WS-MENU-I PICTURE 99 VALUE 0.
               88 WS-RANGE-SITE VALUE "SITE".
               88 WS-RANGE-CONTRAST VALUE "CONTRAST".
               88 WS-RANGE-VALIDATE VALUE "VALIDATE".
               88 WS-RANGE-PROBE VALUE "PROBE".
               88 WS-RANGE-COLORBLIND VALUE "COLORBLIND".
           01 WS-START-INDEX PICTURE 999 VALUE 0.
      * Checkpointed starting points for the cube and grayscale loops -
      * default to the full-range literals, overridden from
           01 ND-FG PICTURE ZZ9.
           01 ND-BG PICTURE ZZ9.
           01 ND-RATIO PICTURE Z9.99.
      * Color-blindness audit fields. Each site color is taken to
      * linear light (gamma 2.2), run through the condition's matrix
      * (cvdmatrx.cpy), clamped, and placed in CIE L*a*b* (D65) for a
      * delta-E figure between every pair. A pair under 30.0 is too
      * close to tell apart at a glance in PF-key-sized text; it is
      * flagged when it falls under that only because of the
      * condition - a pair already that close to normal vision is a
      * contrast-audit matter, not this one.
           COPY "cvdmatrx.cpy".
           01 WS-CVD-STATUS PICTURE XX.
           01 WS-CVD-C PICTURE 9 VALUE 0.
           01 WS-CVD-K PICTURE 99 VALUE 0.
           01 WS-CVD-J PICTURE 99 VALUE 0.
           01 WS-CVD-M PICTURE 99 VALUE 0.
           01 WS-CVD-LIN-TBL.
               05 WS-CVD-LIN PICTURE 9V9(8) OCCURS 3 TIMES.
           01 WS-CVD-SIM-TBL.
               05 WS-CVD-SIM PICTURE S9V9(8) OCCURS 3 TIMES.
           01 WS-CVD-X PICTURE 9V9(8) VALUE 0.
           01 WS-CVD-Y PICTURE 9V9(8) VALUE 0.
           01 WS-CVD-Z PICTURE 9V9(8) VALUE 0.
           01 WS-CVD-T PICTURE 9V9(8) VALUE 0.
           01 WS-CVD-F PICTURE 9V9(8) VALUE 0.
           01 WS-CVD-FX PICTURE 9V9(8) VALUE 0.
           01 WS-CVD-FY PICTURE 9V9(8) VALUE 0.
           01 WS-CVD-FZ PICTURE 9V9(8) VALUE 0.
           01 WS-CVD-ENC PICTURE 999 VALUE 0.
           01 WS-CVD-SUMSQ PICTURE 9(6)V9(4) VALUE 0.
           01 WS-CVD-DE PICTURE 999V9 VALUE 0.
           01 WS-CVD-DE-NORMAL PICTURE 999V9 VALUE 0.
           01 WS-CVD-THRESHOLD PICTURE 999V9 VALUE 30.0.
           01 WS-CVD-FLAG-COUNT PICTURE 9(4) VALUE 0.
           01 WS-CVD-FLAG-ND PICTURE ZZZ9.
           01 WS-CVD-RESULTS.
               05 WS-CVD-COND OCCURS 4 TIMES.
                   10 WS-CVD-COLOR OCCURS 8 TIMES.
                       15 WS-CVD-SR PICTURE 999.
                       15 WS-CVD-SG PICTURE 999.
                       15 WS-CVD-SB PICTURE 999.
                       15 WS-CVD-L PICTURE S999V9(4).
                       15 WS-CVD-A PICTURE S999V9(4).
                       15 WS-CVD-BB PICTURE S999V9(4).
           01 ND-CVD-DE PICTURE ZZ9.9.
           01 ND-CVD-DE-NORMAL PICTURE ZZ9.9.
      * VALIDATE mode - check a terminal's advertised type against
      * termcap.dat's known capability levels and set RETURN-CODE, for
      * gating a terminal onto the floor from a job step or scheduler
      * already used above to relax LINE SEQUENTIAL validation. Left
      * blank for a normal interactive/standalone run.
           01 WS-SESSION-ID PICTURE X(8) VALUE SPACES.
      * PROBE mode - the terminal is asked for its own palette entries
      * with the xterm OSC 4 query (ESC ]4;n;? BEL) and answers in the
      * input stream as ESC ]4;n;rgb:rrrr/gggg/bbbb BEL, 1-4 hex
      * digits per channel. The line discipline is switched to
      * non-canonical with a 2-second quiet timeout for the duration,
      * so the answers arrive without an ENTER and a terminal that
      * does not answer costs two seconds rather than a hung session.
      * All queries go out first and the whole burst of answers is
      * read back in one ACCEPT.
           01 WS-PRB-STATUS PICTURE XX.
           01 WS-PRB-RAW-CMD PICTURE X(40)
               VALUE "stty -icanon -echo min 0 time 20".
           01 WS-PRB-SANE-CMD PICTURE X(40) VALUE "stty icanon echo".
           01 WS-PRB-REPLY PICTURE X(4000) VALUE SPACES.
           01 WS-PRB-PTR PICTURE 9(4) VALUE 1.
           01 WS-PRB-PIECE PICTURE X(60).
           01 WS-PRB-TOK-OSC PICTURE X(4).
           01 WS-PRB-TOK-IDX PICTURE X(4).
           01 WS-PRB-TOK-SPEC PICTURE X(40).
           01 WS-PRB-IDX PICTURE 9(4) VALUE 0.
           01 WS-PRB-CH PICTURE 9 VALUE 0.
           01 WS-PRB-DPOS PICTURE 9 VALUE 0.
           01 WS-PRB-HEX-VAL PICTURE 9(5) VALUE 0.
           01 WS-PRB-CHANNELS.
               05 WS-PRB-CHANNEL OCCURS 3 TIMES.
                   10 WS-PRB-HEX PICTURE X(4).
                   10 WS-PRB-HEX-LEN PICTURE 99.
                   10 WS-PRB-COMP PICTURE 999.
      * Which indexes to ask about: all 16 basic colors, the 24 grays,
      * and the 27 cube entries whose components are each level 0, 2
      * or 5 - corners, edge midpoints and center of the cube, enough
      * to catch a shifted or swapped cube without 216 queries.
           01 WS-PRB-LEVEL-LIST PICTURE X(3) VALUE "025".
           01 WS-PRB-LEVEL-TABLE REDEFINES WS-PRB-LEVEL-LIST.
               05 WS-PRB-LEVEL PICTURE 9 OCCURS 3 TIMES.
           01 WS-PRB-LR PICTURE 9 VALUE 0.
           01 WS-PRB-LG PICTURE 9 VALUE 0.
           01 WS-PRB-LB PICTURE 9 VALUE 0.
      * One entry per palette index (index n at entry n + 1): asked,
      * answered, and the reported components scaled to 0-255.
           01 WS-PRB-TABLE.
               05 WS-PRB-ENTRY OCCURS 256 TIMES.
                   10 WS-PRB-ASK PICTURE X.
                   10 WS-PRB-GOT PICTURE X.
                   10 WS-PRB-GOT-R PICTURE 999.
                   10 WS-PRB-GOT-G PICTURE 999.
                   10 WS-PRB-GOT-B PICTURE 999.
           01 WS-PRB-SESSION PICTURE X(8).
           01 WS-PRB-DATE PICTURE 9(8).
           01 WS-PRB-TIME PICTURE 9(8).
           01 WS-PRB-USER PICTURE X(20).
           01 WS-PRB-SUMSQ PICTURE 9(6) VALUE 0.
      * A 16-bit answer scaled back to 8 bits can land one step off
      * per channel; anything further than that from nominal is a
      * real difference.
           01 WS-PRB-TOLERANCE PICTURE 999V9 VALUE 2.0.
           01 WS-PRB-ASKED PICTURE 999 VALUE 0.
           01 WS-PRB-ANSWERED PICTURE 999 VALUE 0.
           01 WS-PRB-DIFFS PICTURE 999 VALUE 0.
           01 ND-PRB-R PICTURE ZZ9.
           01 ND-PRB-G PICTURE ZZ9.
           01 ND-PRB-B PICTURE ZZ9.
           01 ND-PRB-DIST PICTURE ZZ9.9.
           01 ND-PRB-ASKED PICTURE ZZ9.
           01 ND-PRB-ANSWERED PICTURE ZZ9.
           01 ND-PRB-DIFFS PICTURE ZZ9.
      * Hex digit scratch for reading the answers, as in rgbmatch.cbl.
           01 WS-PRB-BAD-SW PICTURE X VALUE "N".
               88 WS-PRB-BAD VALUE "Y".
           01 WS-HX-FOUND-SW PICTURE X VALUE "N".
               88 WS-HX-FOUND VALUE "Y".
           01 WS-HX-CHAR PICTURE X.
           01 WS-HX-VAL PICTURE 99 VALUE 0.
           01 WS-HX-IDX PICTURE 99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.

           IF NOT (WS-RANGE-ALL OR WS-RANGE-BASIC OR WS-RANGE-CUBE
                   OR WS-RANGE-GRAY OR WS-RANGE-TRUECOLOR
                   OR WS-RANGE-SITE OR WS-RANGE-CONTRAST
                   OR WS-RANGE-PROBE OR WS-RANGE-COLORBLIND)
               DISPLAY "Unrecognized range '" FUNCTION TRIM(WS-PARM)
                   "', defaulting to ALL" END-DISPLAY
               MOVE "ALL" TO WS-RANGE-SEL
               END-IF
           END-IF.

      *    The contrast and color-blindness audits write their own
      *    reports (sitecntr.rpt, sitecvd.rpt) and the palette probe
      *    its own file (probe.dat), so the swatch-report questions
      *    are not asked for them, and the menu has already asked them
      *    on its own path.
           IF WS-SESSION-ID = SPACES AND NOT WS-RANGE-CONTRAST
                   AND NOT WS-RANGE-PROBE AND NOT WS-RANGE-COLORBLIND
                   AND NOT WS-MENU-USED
               DISPLAY "Write report to colortest.rpt? (Y/N) "
                   WITH NO ADVANCING END-DISPLAY
               PERFORM SITE-CONTRAST-PARA
           END-IF.

      *    Color-blindness audit of the site palette, on screen and to
      *    its own report file.
           IF WS-RANGE-COLORBLIND
               PERFORM SITE-CVD-PARA
           END-IF.

      *    Palette probe - the terminal's own answer for a sample of
      *    indexes against nominal, on screen and to probe.dat.
           IF WS-RANGE-PROBE
               PERFORM PROBE-PARA
           END-IF.

      *    Operator attestation - VALIDATE only checks what the
      *    terminal advertises; this records, block by block, whether
      *    the operator says the screen actually showed it.
               END-DISPLAY.
           DISPLAY " 8  VALIDATE   check a terminal type's level"
               END-DISPLAY.
           DISPLAY " 9  PROBE      ask the terminal for its palette"
               END-DISPLAY.
           DISPLAY "10  COLORBLIND site palette color-blindness audit"
               END-DISPLAY.
           DISPLAY "==========================================="
               END-DISPLAY.
      *    A mistyped pick re-asks rather than defaulting - an
               PERFORM MENU-VALIDATE-PARA
           END-IF.
           IF NOT WS-RANGE-VALIDATE AND NOT WS-RANGE-CONTRAST
                   AND NOT WS-RANGE-PROBE AND NOT WS-RANGE-COLORBLIND
               DISPLAY "Write report to colortest.rpt? (Y/N) "
                   WITH NO ADVANCING END-DISPLAY
               ACCEPT WS-REPORT-SW END-ACCEPT
               WHEN "6" MOVE "SITE" TO WS-RANGE-SEL
               WHEN "7" MOVE "CONTRAST" TO WS-RANGE-SEL
               WHEN "8" MOVE "VALIDATE" TO WS-RANGE-SEL
               WHEN "9" MOVE "PROBE" TO WS-RANGE-SEL
               WHEN "10" MOVE "COLORBLIND" TO WS-RANGE-SEL
               WHEN OTHER
                   DISPLAY "unrecognized choice - pick 1-10 or ENTER"
                       END-DISPLAY
                   MOVE "N" TO WS-MENU-OK-SW
           END-EVALUATE.
      *        result code, so it refreshes only the last-tested
      *        date/time and leaves the stored result alone - a FAIL
      *        on record stays a FAIL until another VALIDATE says
      *        otherwise. A VALIDATE is also the retest a rollout
      *        asked for, so it clears the retest switch.
               IF WS-RANGE-VALIDATE
                   MOVE WS-TERM-TYPE TO TINV-TERM-TYPE
                   MOVE WS-EXP-LEVEL-NUM TO TINV-EXP-LEVEL
                   MOVE RETURN-CODE TO TINV-LAST-RC
                   MOVE SPACE TO TINV-RETEST-SW
               END-IF
               MOVE WS-LOG-DATE TO TINV-LAST-DATE
               MOVE WS-LOG-TIME TO TINV-LAST-TIME
           END-IF.
           WRITE CONTRAST-REC.

      * Work every site color through normal vision and the three
      * dichromacies, show each condition's version of the palette as
      * a swatch row, and write the simulated values and the flagged
      * pairs to sitecvd.rpt.
       SITE-CVD-PARA.
           OPEN OUTPUT CVD-FILE.
           IF WS-CVD-STATUS NOT = "00"
               DISPLAY "colortest: could not open sitecvd.rpt "
                   "(status " WS-CVD-STATUS ")" END-DISPLAY
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "site palette color-blindness audit - pairs under "
                   TO CVD-REC
               WRITE CVD-REC
               MOVE "delta-E 30.0 only under a condition are flagged"
                   TO CVD-REC
               WRITE CVD-REC
               MOVE 0 TO WS-CVD-FLAG-COUNT
               PERFORM CVD-COND-PARA TEST BEFORE
                   VARYING WS-CVD-C FROM 1 BY 1
                   UNTIL WS-CVD-C > CVD-COUNT
               MOVE WS-CVD-FLAG-COUNT TO WS-CVD-FLAG-ND
               MOVE SPACES TO CVD-REC
               STRING "pairs flagged: " FUNCTION TRIM(WS-CVD-FLAG-ND)
                   DELIMITED BY SIZE INTO CVD-REC
               END-STRING
               WRITE CVD-REC
               CLOSE CVD-FILE
               DISPLAY "Color-blindness audit written to sitecvd.rpt ("
                   FUNCTION TRIM(WS-CVD-FLAG-ND) " pair(s) flagged)"
                   END-DISPLAY
           END-IF.

      * One condition: simulate every site color, show the row, and -
      * for the dichromacies - check every pair against normal vision,
      * which as entry 1 is always worked out first.
       CVD-COND-PARA.
           MOVE SPACES TO CVD-REC.
           WRITE CVD-REC.
           MOVE CVD-NAME(WS-CVD-C) TO CVD-REC.
           WRITE CVD-REC.
           PERFORM CVD-COLOR-PARA TEST BEFORE
               VARYING WS-CVD-K FROM 1 BY 1
               UNTIL WS-CVD-K > SITE-COLOR-COUNT.
           DISPLAY FUNCTION TRIM(CVD-NAME(WS-CVD-C)) ":" END-DISPLAY.
           PERFORM RESET-LEGEND-PARA.
           PERFORM CVD-SWATCH-PARA TEST BEFORE
               VARYING WS-CVD-K FROM 1 BY 1
               UNTIL WS-CVD-K > SITE-COLOR-COUNT.
           DISPLAY ESC "[0m" END-DISPLAY.
           PERFORM SHOW-LEGEND-PARA.
           IF WS-CVD-C > 1
               PERFORM CVD-PAIR-A-PARA TEST BEFORE
                   VARYING WS-CVD-K FROM 1 BY 1
                   UNTIL WS-CVD-K >= SITE-COLOR-COUNT
           END-IF.

      * Linear light, the condition's matrix, clamped to the 0-1 gamut;
      * back to 0-255 for the swatch, on to L*a*b* for the comparison.
       CVD-COLOR-PARA.
           MOVE SITE-COLOR-IDX(WS-CVD-K) TO I.
           PERFORM IDX-RGB-PARA.
           COMPUTE WS-CVD-LIN(1) = (WS-IDX-R / 255) ** 2.2
           END-COMPUTE.
           COMPUTE WS-CVD-LIN(2) = (WS-IDX-G / 255) ** 2.2
           END-COMPUTE.
           COMPUTE WS-CVD-LIN(3) = (WS-IDX-B / 255) ** 2.2
           END-COMPUTE.
           PERFORM CVD-ROW-PARA TEST BEFORE
               VARYING WS-CVD-J FROM 1 BY 1 UNTIL WS-CVD-J > 3.
           MOVE 1 TO WS-CVD-J.
           PERFORM CVD-ENCODE-PARA.
           MOVE WS-CVD-ENC TO WS-CVD-SR(WS-CVD-C, WS-CVD-K).
           MOVE 2 TO WS-CVD-J.
           PERFORM CVD-ENCODE-PARA.
           MOVE WS-CVD-ENC TO WS-CVD-SG(WS-CVD-C, WS-CVD-K).
           MOVE 3 TO WS-CVD-J.
           PERFORM CVD-ENCODE-PARA.
           MOVE WS-CVD-ENC TO WS-CVD-SB(WS-CVD-C, WS-CVD-K).
           COMPUTE WS-CVD-X = 0.4124 * WS-CVD-SIM(1)
               + 0.3576 * WS-CVD-SIM(2) + 0.1805 * WS-CVD-SIM(3)
           END-COMPUTE.
           COMPUTE WS-CVD-Y = 0.2126 * WS-CVD-SIM(1)
               + 0.7152 * WS-CVD-SIM(2) + 0.0722 * WS-CVD-SIM(3)
           END-COMPUTE.
           COMPUTE WS-CVD-Z = 0.0193 * WS-CVD-SIM(1)
               + 0.1192 * WS-CVD-SIM(2) + 0.9505 * WS-CVD-SIM(3)
           END-COMPUTE.
           COMPUTE WS-CVD-T = WS-CVD-X / 0.9505 END-COMPUTE.
           PERFORM CVD-LAB-F-PARA.
           MOVE WS-CVD-F TO WS-CVD-FX.
           MOVE WS-CVD-Y TO WS-CVD-T.
           PERFORM CVD-LAB-F-PARA.
           MOVE WS-CVD-F TO WS-CVD-FY.
           COMPUTE WS-CVD-T = WS-CVD-Z / 1.089 END-COMPUTE.
           PERFORM CVD-LAB-F-PARA.
           MOVE WS-CVD-F TO WS-CVD-FZ.
           COMPUTE WS-CVD-L(WS-CVD-C, WS-CVD-K) =
               116 * WS-CVD-FY - 16
           END-COMPUTE.
           COMPUTE WS-CVD-A(WS-CVD-C, WS-CVD-K) =
               500 * (WS-CVD-FX - WS-CVD-FY)
           END-COMPUTE.
           COMPUTE WS-CVD-BB(WS-CVD-C, WS-CVD-K) =
               200 * (WS-CVD-FY - WS-CVD-FZ)
           END-COMPUTE.
           MOVE WS-CVD-SR(WS-CVD-C, WS-CVD-K) TO ND-R.
           MOVE WS-CVD-SG(WS-CVD-C, WS-CVD-K) TO ND-G.
           MOVE WS-CVD-SB(WS-CVD-C, WS-CVD-K) TO ND-B.
           MOVE I TO ND.
           MOVE SPACES TO CVD-REC.
           STRING "  index " ND " seen as rgb=" ND-R "," ND-G "," ND-B
               DELIMITED BY SIZE INTO CVD-REC
           END-STRING.
           WRITE CVD-REC.

      * Row WS-CVD-J of the matrix against the linear color.
       CVD-ROW-PARA.
           COMPUTE WS-CVD-M = (WS-CVD-J - 1) * 3 END-COMPUTE.
           COMPUTE WS-CVD-SIM(WS-CVD-J) =
               CVD-COEF(WS-CVD-C, WS-CVD-M + 1) * WS-CVD-LIN(1)
               + CVD-COEF(WS-CVD-C, WS-CVD-M + 2) * WS-CVD-LIN(2)
               + CVD-COEF(WS-CVD-C, WS-CVD-M + 3) * WS-CVD-LIN(3)
           END-COMPUTE.
           IF WS-CVD-SIM(WS-CVD-J) < 0
               MOVE 0 TO WS-CVD-SIM(WS-CVD-J)
           END-IF.
           IF WS-CVD-SIM(WS-CVD-J) > 1
               MOVE 1 TO WS-CVD-SIM(WS-CVD-J)
           END-IF.

      * Linear channel WS-CVD-J back to 0-255 for the swatch. The ends
      * of the range are set outright - a fractional power of exactly
      * 1 overflows the intermediate result under this dialect and the
      * COMPUTE would leave the target untouched.
       CVD-ENCODE-PARA.
           IF WS-CVD-SIM(WS-CVD-J) NOT < 1
               MOVE 255 TO WS-CVD-ENC
           ELSE
               IF WS-CVD-SIM(WS-CVD-J) = 0
                   MOVE 0 TO WS-CVD-ENC
               ELSE
                   COMPUTE WS-CVD-ENC ROUNDED =
                       255 * WS-CVD-SIM(WS-CVD-J) ** (1 / 2.2)
                   END-COMPUTE
               END-IF
           END-IF.

      * The L*a*b* companding function of WS-CVD-T into WS-CVD-F -
      * cube root above the CIE cut-off, the linear segment below it.
       CVD-LAB-F-PARA.
           IF WS-CVD-T > 0.008856
               COMPUTE WS-CVD-F = WS-CVD-T ** (1 / 3) END-COMPUTE
           ELSE
               COMPUTE WS-CVD-F = 7.787 * WS-CVD-T + 0.137931
               END-COMPUTE
           END-IF.

       CVD-SWATCH-PARA.
           MOVE WS-CVD-SR(WS-CVD-C, WS-CVD-K) TO ND-R.
           MOVE WS-CVD-SG(WS-CVD-C, WS-CVD-K) TO ND-G.
           MOVE WS-CVD-SB(WS-CVD-C, WS-CVD-K) TO ND-B.
           DISPLAY ESC "[48;2;" FUNCTION TRIM(ND-R) ";"
               FUNCTION TRIM(ND-G) ";" FUNCTION TRIM(ND-B) "m     "
               WITH NO ADVANCING END-DISPLAY.
           MOVE SITE-COLOR-IDX(WS-CVD-K) TO ND.
           STRING "  " ND DELIMITED BY SIZE
               INTO WS-LEGEND-LINE WITH POINTER WS-LEGEND-PTR
           END-STRING.

       CVD-PAIR-A-PARA.
           COMPUTE WS-CVD-M = WS-CVD-K + 1 END-COMPUTE.
           PERFORM CVD-PAIR-B-PARA TEST BEFORE
               VARYING WS-CVD-J FROM WS-CVD-M BY 1
               UNTIL WS-CVD-J > SITE-COLOR-COUNT.

       CVD-PAIR-B-PARA.
           COMPUTE WS-CVD-SUMSQ =
               (WS-CVD-L(1, WS-CVD-K) - WS-CVD-L(1, WS-CVD-J)) ** 2
               + (WS-CVD-A(1, WS-CVD-K) - WS-CVD-A(1, WS-CVD-J)) ** 2
               + (WS-CVD-BB(1, WS-CVD-K) - WS-CVD-BB(1, WS-CVD-J)) ** 2
           END-COMPUTE.
           COMPUTE WS-CVD-DE-NORMAL ROUNDED =
               FUNCTION SQRT(WS-CVD-SUMSQ)
           END-COMPUTE.
           COMPUTE WS-CVD-SUMSQ =
               (WS-CVD-L(WS-CVD-C, WS-CVD-K)
                   - WS-CVD-L(WS-CVD-C, WS-CVD-J)) ** 2
               + (WS-CVD-A(WS-CVD-C, WS-CVD-K)
                   - WS-CVD-A(WS-CVD-C, WS-CVD-J)) ** 2
               + (WS-CVD-BB(WS-CVD-C, WS-CVD-K)
                   - WS-CVD-BB(WS-CVD-C, WS-CVD-J)) ** 2
           END-COMPUTE.
           COMPUTE WS-CVD-DE ROUNDED = FUNCTION SQRT(WS-CVD-SUMSQ)
           END-COMPUTE.
           IF WS-CVD-DE < WS-CVD-THRESHOLD
                   AND WS-CVD-DE-NORMAL NOT < WS-CVD-THRESHOLD
               ADD 1 TO WS-CVD-FLAG-COUNT
               MOVE SITE-COLOR-IDX(WS-CVD-K) TO ND-FG
               MOVE SITE-COLOR-IDX(WS-CVD-J) TO ND-BG
               MOVE WS-CVD-DE TO ND-CVD-DE
               MOVE WS-CVD-DE-NORMAL TO ND-CVD-DE-NORMAL
               DISPLAY "  " ESC "[48;5;" FUNCTION TRIM(ND-FG) "m   "
                   ESC "[48;5;" FUNCTION TRIM(ND-BG) "m   " ESC "[0m"
                   " " ND-FG " and " ND-BG " look alike - delta-E "
                   FUNCTION TRIM(ND-CVD-DE) " (normal "
                   FUNCTION TRIM(ND-CVD-DE-NORMAL) ")" END-DISPLAY
               MOVE SPACES TO CVD-REC
               STRING "  " ND-FG " and " ND-BG " delta-E " ND-CVD-DE
                   " (normal " ND-CVD-DE-NORMAL ") INDISTINGUISHABLE"
                   DELIMITED BY SIZE INTO CVD-REC
               END-STRING
               WRITE CVD-REC
           END-IF.

      * Perceived luminance of WS-IDX-R/G/B on the 0-255 scale. The
      * weighted sum is kept in integer thousandths and divided as a
      * separate step - one mixed expression loses precision under
           COMPUTE WS-LUM ROUNDED = WS-LUM-MILLI / 1000
           END-COMPUTE.

      * Ask the terminal for its palette entries, read back whatever
      * it answers, and file one probe.dat record per probed index -
      * nominal value, reported value, distance between them, or the
      * no-answer flag. RETURN-CODE comes back 4 when any probed index
      * is off nominal or went unanswered, so a job step can act on
      * it, and 8 if probe.dat cannot be written.
       PROBE-PARA.
           IF WS-SESSION-ID NOT = SPACES
               MOVE WS-SESSION-ID TO WS-PRB-SESSION
           ELSE
               MOVE "LOCAL" TO WS-PRB-SESSION
           END-IF.
           ACCEPT WS-PRB-USER FROM ENVIRONMENT "USER" END-ACCEPT.
           ACCEPT WS-PRB-DATE FROM DATE YYYYMMDD END-ACCEPT.
           ACCEPT WS-PRB-TIME FROM TIME END-ACCEPT.
           MOVE SPACES TO WS-PRB-TABLE.
           PERFORM PROBE-MARK-PARA TEST BEFORE
               VARYING I FROM 0 BY 1 UNTIL I = 16.
           PERFORM PROBE-CUBE-R-PARA TEST BEFORE
               VARYING WS-PRB-LR FROM 1 BY 1 UNTIL WS-PRB-LR > 3.
           PERFORM PROBE-MARK-PARA TEST BEFORE
               VARYING I FROM 232 BY 1 UNTIL I = 256.

           DISPLAY "Probing the terminal palette..." END-DISPLAY.
           CALL "SYSTEM" USING WS-PRB-RAW-CMD END-CALL.
           PERFORM PROBE-ASK-PARA TEST BEFORE
               VARYING I FROM 0 BY 1 UNTIL I = 256.
           MOVE SPACES TO WS-PRB-REPLY.
           ACCEPT WS-PRB-REPLY END-ACCEPT.
           CALL "SYSTEM" USING WS-PRB-SANE-CMD END-CALL.
           DISPLAY ESC "[0m" END-DISPLAY.

           MOVE 1 TO WS-PRB-PTR.
           PERFORM PROBE-PIECE-PARA
               UNTIL WS-PRB-PTR > LENGTH OF WS-PRB-REPLY.

      *    OPTIONAL lets the first probe create the file; that open
      *    comes back 05, which is success here, not a failure.
           OPEN I-O PROBE-FILE.
           IF WS-PRB-STATUS NOT = "00" AND WS-PRB-STATUS NOT = "05"
               DISPLAY "colortest: could not open probe.dat (status "
                   WS-PRB-STATUS ")" END-DISPLAY
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO WS-PRB-ASKED
               MOVE 0 TO WS-PRB-ANSWERED
               MOVE 0 TO WS-PRB-DIFFS
               PERFORM PROBE-RESULT-PARA TEST BEFORE
                   VARYING I FROM 0 BY 1 UNTIL I = 256
               CLOSE PROBE-FILE
               MOVE WS-PRB-ASKED TO ND-PRB-ASKED
               MOVE WS-PRB-ANSWERED TO ND-PRB-ANSWERED
               MOVE WS-PRB-DIFFS TO ND-PRB-DIFFS
               DISPLAY "Probe written to probe.dat - "
                   FUNCTION TRIM(ND-PRB-ASKED) " asked, "
                   FUNCTION TRIM(ND-PRB-ANSWERED) " answered, "
                   FUNCTION TRIM(ND-PRB-DIFFS) " off nominal"
                   END-DISPLAY
               IF WS-PRB-ANSWERED = 0
                   DISPLAY "(no answers - the terminal does not "
                       "support the palette query)" END-DISPLAY
               END-IF
               IF WS-PRB-DIFFS > 0 OR WS-PRB-ANSWERED < WS-PRB-ASKED
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

       PROBE-MARK-PARA.
           MOVE "Y" TO WS-PRB-ASK(I + 1).

       PROBE-CUBE-R-PARA.
           PERFORM PROBE-CUBE-G-PARA TEST BEFORE
               VARYING WS-PRB-LG FROM 1 BY 1 UNTIL WS-PRB-LG > 3.

       PROBE-CUBE-G-PARA.
           PERFORM PROBE-CUBE-B-PARA TEST BEFORE
               VARYING WS-PRB-LB FROM 1 BY 1 UNTIL WS-PRB-LB > 3.

       PROBE-CUBE-B-PARA.
           COMPUTE I = 16 + 36 * WS-PRB-LEVEL(WS-PRB-LR)
               + 6 * WS-PRB-LEVEL(WS-PRB-LG) + WS-PRB-LEVEL(WS-PRB-LB)
           END-COMPUTE.
           PERFORM PROBE-MARK-PARA.

       PROBE-ASK-PARA.
           IF WS-PRB-ASK(I + 1) = "Y"
               MOVE I TO ND
               DISPLAY ESC "]4;" FUNCTION TRIM(ND) ";?" BEL
                   WITH NO ADVANCING END-DISPLAY
           END-IF.

      * One ESC-delimited piece of the answer burst. Only palette
      * answers (]4;n;rgb:...) are of interest; the string terminator
      * of an ESC \ style answer lands here as a lone backslash and is
      * passed over with anything else the terminal volunteered.
       PROBE-PIECE-PARA.
           MOVE SPACES TO WS-PRB-PIECE.
           UNSTRING WS-PRB-REPLY DELIMITED BY ESC
               INTO WS-PRB-PIECE WITH POINTER WS-PRB-PTR
           END-UNSTRING.
           IF WS-PRB-PIECE(1:3) = "]4;"
               PERFORM PROBE-ANSWER-PARA
           END-IF.

       PROBE-ANSWER-PARA.
           INSPECT WS-PRB-PIECE REPLACING ALL BEL BY SPACE.
           MOVE SPACES TO WS-PRB-TOK-OSC.
           MOVE SPACES TO WS-PRB-TOK-IDX.
           MOVE SPACES TO WS-PRB-TOK-SPEC.
           UNSTRING WS-PRB-PIECE DELIMITED BY ";"
               INTO WS-PRB-TOK-OSC WS-PRB-TOK-IDX WS-PRB-TOK-SPEC
           END-UNSTRING.
           MOVE FUNCTION LOWER-CASE(WS-PRB-TOK-SPEC)
               TO WS-PRB-TOK-SPEC.
           IF WS-PRB-TOK-IDX NOT = SPACES
                   AND FUNCTION TRIM(WS-PRB-TOK-IDX) IS NUMERIC
                   AND WS-PRB-TOK-SPEC(1:4) = "rgb:"
               MOVE FUNCTION NUMVAL(WS-PRB-TOK-IDX) TO WS-PRB-IDX
               IF WS-PRB-IDX <= 255
                   MOVE SPACES TO WS-PRB-CHANNELS
                   MOVE 0 TO WS-PRB-HEX-LEN(1)
                   MOVE 0 TO WS-PRB-HEX-LEN(2)
                   MOVE 0 TO WS-PRB-HEX-LEN(3)
                   UNSTRING WS-PRB-TOK-SPEC(5:) DELIMITED BY "/"
                       OR SPACE
                       INTO WS-PRB-HEX(1) COUNT IN WS-PRB-HEX-LEN(1)
                           WS-PRB-HEX(2) COUNT IN WS-PRB-HEX-LEN(2)
                           WS-PRB-HEX(3) COUNT IN WS-PRB-HEX-LEN(3)
                   END-UNSTRING
                   MOVE "N" TO WS-PRB-BAD-SW
                   PERFORM PROBE-CHANNEL-PARA TEST BEFORE
                       VARYING WS-PRB-CH FROM 1 BY 1
                       UNTIL WS-PRB-CH > 3
                   IF NOT WS-PRB-BAD
                       MOVE "Y" TO WS-PRB-GOT(WS-PRB-IDX + 1)
                       MOVE WS-PRB-COMP(1)
                           TO WS-PRB-GOT-R(WS-PRB-IDX + 1)
                       MOVE WS-PRB-COMP(2)
                           TO WS-PRB-GOT-G(WS-PRB-IDX + 1)
                       MOVE WS-PRB-COMP(3)
                           TO WS-PRB-GOT-B(WS-PRB-IDX + 1)
                   END-IF
               END-IF
           END-IF.

      * One channel's 1-4 hex digits scaled to 0-255 - a channel of n
      * digits runs 0 to 16**n - 1, so xterm's 4-digit cdcd comes back
      * 205 and a 2-digit cd comes back 205 too.
       PROBE-CHANNEL-PARA.
           MOVE 0 TO WS-PRB-HEX-VAL.
           IF WS-PRB-HEX-LEN(WS-PRB-CH) < 1
                   OR WS-PRB-HEX-LEN(WS-PRB-CH) > 4
               MOVE "Y" TO WS-PRB-BAD-SW
           ELSE
               PERFORM PROBE-DIGIT-PARA TEST BEFORE
                   VARYING WS-PRB-DPOS FROM 1 BY 1
                   UNTIL WS-PRB-DPOS > WS-PRB-HEX-LEN(WS-PRB-CH)
               COMPUTE WS-PRB-COMP(WS-PRB-CH) ROUNDED =
                   (WS-PRB-HEX-VAL * 255) /
                   (16 ** WS-PRB-HEX-LEN(WS-PRB-CH) - 1)
               END-COMPUTE
           END-IF.

       PROBE-DIGIT-PARA.
           MOVE WS-PRB-HEX(WS-PRB-CH)(WS-PRB-DPOS:1) TO WS-HX-CHAR.
           PERFORM HEX-DIGIT-PARA.
           COMPUTE WS-PRB-HEX-VAL = WS-PRB-HEX-VAL * 16 + WS-HX-VAL
           END-COMPUTE.

      * The bad-answer switch is sticky - one bad digit condemns the
      * whole answer, however good the digits after it are.
       HEX-DIGIT-PARA.
           MOVE 0 TO WS-HX-VAL.
           MOVE "N" TO WS-HX-FOUND-SW.
           PERFORM HEX-DIGIT-TRY-PARA TEST BEFORE
               VARYING WS-HX-IDX FROM 1 BY 1 UNTIL WS-HX-IDX > 16.
           IF NOT WS-HX-FOUND
               MOVE "Y" TO WS-PRB-BAD-SW
           END-IF.

       HEX-DIGIT-TRY-PARA.
           IF WS-HEX-DIGITS(WS-HX-IDX:1) = WS-HX-CHAR
               COMPUTE WS-HX-VAL = WS-HX-IDX - 1 END-COMPUTE
               MOVE "Y" TO WS-HX-FOUND-SW
           END-IF.

      * The index as the terminal paints it (48;5) beside the nominal
      * value as a direct color (48;2), the same side-by-side judgment
      * rgbmatch.cbl offers, then the figures and the probe.dat record.
       PROBE-RESULT-PARA.
           IF WS-PRB-ASK(I + 1) = "Y"
               ADD 1 TO WS-PRB-ASKED
               PERFORM IDX-RGB-PARA
               MOVE SPACES TO PROBE-REC
               MOVE WS-PRB-SESSION TO PRB-SESSION
               MOVE WS-PRB-DATE TO PRB-DATE
               MOVE I TO PRB-INDEX
               MOVE WS-PRB-TIME TO PRB-TIME
               MOVE WS-IDX-R TO PRB-EXP-R
               MOVE WS-IDX-G TO PRB-EXP-G
               MOVE WS-IDX-B TO PRB-EXP-B
               MOVE WS-PRB-USER TO PRB-USER
               IF WS-PRB-GOT(I + 1) = "Y"
                   ADD 1 TO WS-PRB-ANSWERED
                   MOVE "Y" TO PRB-ANSWER-SW
                   MOVE WS-PRB-GOT-R(I + 1) TO PRB-REP-R
                   MOVE WS-PRB-GOT-G(I + 1) TO PRB-REP-G
                   MOVE WS-PRB-GOT-B(I + 1) TO PRB-REP-B
                   COMPUTE WS-PRB-SUMSQ =
                       (PRB-REP-R - PRB-EXP-R) ** 2
                       + (PRB-REP-G - PRB-EXP-G) ** 2
                       + (PRB-REP-B - PRB-EXP-B) ** 2
                   END-COMPUTE
                   COMPUTE PRB-DISTANCE ROUNDED =
                       FUNCTION SQRT(WS-PRB-SUMSQ)
                   END-COMPUTE
               ELSE
                   MOVE "N" TO PRB-ANSWER-SW
                   MOVE 0 TO PRB-REP-R
                   MOVE 0 TO PRB-REP-G
                   MOVE 0 TO PRB-REP-B
                   MOVE 0 TO PRB-DISTANCE
               END-IF
               MOVE I TO ND
               MOVE PRB-EXP-R TO ND-R
               MOVE PRB-EXP-G TO ND-G
               MOVE PRB-EXP-B TO ND-B
               MOVE PRB-REP-R TO ND-PRB-R
               MOVE PRB-REP-G TO ND-PRB-G
               MOVE PRB-REP-B TO ND-PRB-B
               MOVE PRB-DISTANCE TO ND-PRB-DIST
               DISPLAY ESC "[48;5;" FUNCTION TRIM(ND) "m   " ESC "[0m"
                   ESC "[48;2;" FUNCTION TRIM(ND-R) ";"
                   FUNCTION TRIM(ND-G) ";" FUNCTION TRIM(ND-B)
                   "m   " ESC "[0m" " index=" ND
                   " nominal=" ND-R "," ND-G "," ND-B
                   WITH NO ADVANCING END-DISPLAY
               IF PRB-ANSWERED
                   DISPLAY " reported=" ND-PRB-R "," ND-PRB-G ","
                       ND-PRB-B " distance=" ND-PRB-DIST
                       WITH NO ADVANCING END-DISPLAY
                   IF PRB-DISTANCE > WS-PRB-TOLERANCE
                       ADD 1 TO WS-PRB-DIFFS
                       DISPLAY " DIFF" END-DISPLAY
                   ELSE
                       DISPLAY SPACE END-DISPLAY
                   END-IF
               ELSE
                   DISPLAY " NO ANSWER" END-DISPLAY
               END-IF
               WRITE PROBE-REC
                   INVALID KEY
                       REWRITE PROBE-REC
                           INVALID KEY
                               DISPLAY "colortest: probe.dat write "
                                   "failed (status " WS-PRB-STATUS ")"
                               END-DISPLAY
                       END-REWRITE
               END-WRITE
           END-IF.

      * Prompt the operator block by block - only for the blocks this
      * run actually painted - and append one structured record per
      * answer. The record carries a session/terminal ID so a floor
