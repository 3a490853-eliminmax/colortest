      * SPDX-FileCopyrightText: 2023 - 2024 Eli Array Minkoff
      * SPDX-License-Identifier: GPL-3.0-only
       IDENTIFICATION DIVISION.
       PROGRAM-ID. wqaging.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The work queue attsweep.cbl opens and wrkq.cbl works. wrkq
      *    answers "what is wrong with this desk"; this report answers
      *    management's question - how long bad desks stay bad, and
      *    which have been bad longer than they should be.
           SELECT OPTIONAL WORKITEM-FILE ASSIGN TO "workitem.dat"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WI-KEY
               FILE STATUS IS WS-WI-STATUS.
      *    Terminal inventory master, read by session for the floor
      *    location of each outstanding item.
           SELECT OPTIONAL TERMINV-FILE ASSIGN TO "terminv.dat"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS TINV-SESSION-ID
               FILE STATUS IS WS-TINV-STATUS.
      *    Target resolution time per block, in days, one block to a
      *    line: block name in columns 1-10, days in 12-14. A line
      *    naming DEFAULT sets the target for any block not listed;
      *    lines starting with * are comments. Without the file the
      *    built-in targets below apply - a broken BASIC block is
      *    urgent, a broken TRUECOLOR block much less so.
           SELECT OPTIONAL SLA-FILE ASSIGN TO "wqsla.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SLA-STATUS.
      *    The aging page, same lines as on screen.
           SELECT REPORT-FILE ASSIGN TO "wqaging.rpt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WORKITEM-FILE.
           COPY "wrkitem.cpy".

       FD  TERMINV-FILE.
           COPY "terminv.cpy".

       FD  SLA-FILE.
       01  SLA-REC.
           05 SLA-BLOCK PICTURE X(10).
           05 FILLER PICTURE X.
           05 SLA-DAYS PICTURE X(3).
           05 FILLER PICTURE X(66).

       FD  REPORT-FILE.
       01  REPORT-REC PICTURE X(100).

       WORKING-STORAGE SECTION.
           01 WS-WI-STATUS PICTURE XX.
           01 WS-TINV-STATUS PICTURE XX.
           01 WS-SLA-STATUS PICTURE XX.
           01 WS-RPT-STATUS PICTURE XX.
           01 WS-WI-EOF-SW PICTURE X VALUE "N".
               88 WS-WI-EOF VALUE "Y".
           01 WS-SLA-EOF-SW PICTURE X VALUE "N".
               88 WS-SLA-EOF VALUE "Y".
           01 WS-TINV-OPEN-SW PICTURE X VALUE "N".
               88 WS-TINV-OPEN VALUE "Y".
      * Resolution window in days, from the command line, defaulting
      * to 30 - mean time to resolve covers items resolved inside it.
           01 WS-PARM PICTURE X(40) VALUE SPACES.
           01 WS-N-DAYS PICTURE 999 VALUE 30.
           01 WS-N-DAYS-ND PICTURE ZZ9.
           01 WS-TODAY PICTURE 9(8).
           01 WS-TODAY-INT PICTURE 9(7).
           01 WS-CUTOFF-DATE PICTURE 9(8).
      * Targets: the built-in set, overridden or added to by
      * wqsla.dat. A block met on the queue that neither names gets
      * the default target.
           01 WS-DEFAULT-TARGET PICTURE 999 VALUE 7.
           01 WS-SLA-USED-COUNT PICTURE 9(3) VALUE 0.
           01 WS-SLA-BAD-COUNT PICTURE 9(3) VALUE 0.
      * One entry per block - aging buckets 1-4 are 0-2, 3-7, 8-30
      * and over 30 days; resolved count and total days give the
      * mean time to resolve.
           01 WS-BLK-TABLE.
               05 WS-BLK-COUNT PICTURE 9(3) VALUE 0.
               05 WS-BLK-ENTRY OCCURS 50 TIMES.
                   10 WS-BLK-KEY PICTURE X(10).
                   10 WS-BLK-TARGET PICTURE 999.
                   10 WS-BLK-BKT PICTURE 9(5) OCCURS 4 TIMES.
                   10 WS-BLK-OPEN PICTURE 9(5).
                   10 WS-BLK-BREACH PICTURE 9(5).
                   10 WS-BLK-RES PICTURE 9(5).
                   10 WS-BLK-RES-DAYS PICTURE 9(7).
           01 WS-BLK-FULL-SW PICTURE X VALUE "N".
               88 WS-BLK-FULL VALUE "Y".
      * One entry per floor location, the same scan-or-add shape
      * floorcmp.cbl uses. An item whose session has no location on
      * file lands in "(none)", one with no inventory record at all
      * in "(no inv)" - an unplaced bad desk is still a bad desk.
           01 WS-LOC-TABLE.
               05 WS-LOC-COUNT PICTURE 9(3) VALUE 0.
               05 WS-LOC-ENTRY OCCURS 200 TIMES.
                   10 WS-LOC-KEY PICTURE X(16).
                   10 WS-LOC-BKT PICTURE 9(5) OCCURS 4 TIMES.
                   10 WS-LOC-OPEN PICTURE 9(5).
                   10 WS-LOC-BREACH PICTURE 9(5).
           01 WS-LOC-FULL-SW PICTURE X VALUE "N".
               88 WS-LOC-FULL VALUE "Y".
      * Every item past its target, held so it can be listed under
      * its location in the report pass.
           01 WS-BRC-TABLE.
               05 WS-BRC-COUNT PICTURE 9(4) VALUE 0.
               05 WS-BRC-ENTRY OCCURS 1000 TIMES.
                   10 WS-BRC-LOC PICTURE X(16).
                   10 WS-BRC-SESSION PICTURE X(8).
                   10 WS-BRC-BLOCK PICTURE X(10).
                   10 WS-BRC-STATUS PICTURE X.
                   10 WS-BRC-OPEN-DATE PICTURE 9(8).
                   10 WS-BRC-AGE PICTURE 9(5).
                   10 WS-BRC-TARGET PICTURE 999.
           01 WS-BRC-FULL-SW PICTURE X VALUE "N".
               88 WS-BRC-FULL VALUE "Y".
      * Grand totals
           01 WS-TOT-BKTS.
               05 WS-TOT-BKT PICTURE 9(5) OCCURS 4 TIMES.
           01 WS-TOT-OPEN PICTURE 9(5) VALUE 0.
           01 WS-TOT-BREACH PICTURE 9(5) VALUE 0.
           01 WS-TOT-RES PICTURE 9(5) VALUE 0.
           01 WS-TOT-RES-DAYS PICTURE 9(7) VALUE 0.
      * Scratch for the scan and report passes
           01 WS-CUR-FLOOR PICTURE X(12).
           01 WS-CUR-LOC PICTURE X(16).
           01 WS-CUR-BLOCK PICTURE X(10).
           01 WS-CUR-TARGET PICTURE 999.
           01 WS-AGE PICTURE 9(5).
           01 WS-BKT PICTURE 9.
           01 WS-RES-DAYS PICTURE 9(5).
           01 WS-IDX PICTURE 9(4) VALUE 0.
           01 WS-POS PICTURE 9(4) VALUE 0.
           01 WS-BLK-POS PICTURE 9(4) VALUE 0.
           01 WS-BRC-IDX PICTURE 9(4) VALUE 0.
           01 WS-FOUND-SW PICTURE X VALUE "N".
               88 WS-FOUND VALUE "Y".
           01 WS-MTTR PICTURE 9(5)V9 VALUE 0.
      * Numeric display forms - the counts line up in columns
           01 ND-COLS.
               05 ND-COL PICTURE ZZZZZ9 OCCURS 6 TIMES.
           01 ND-TARGET PICTURE ZZZZZ9.
           01 ND-COUNT PICTURE ZZZZ9.
           01 ND-AGE PICTURE ZZZZ9.
           01 ND-TGT PICTURE ZZ9.
           01 ND-MTTR PICTURE ZZZZ9.9.
           01 WS-LINE PICTURE X(100).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-PARM FROM COMMAND-LINE END-ACCEPT.
           IF FUNCTION TRIM(WS-PARM) IS NUMERIC
               AND WS-PARM NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-PARM) TO WS-N-DAYS
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD END-ACCEPT.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           END-COMPUTE.
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
               WS-TODAY-INT - WS-N-DAYS)
           END-COMPUTE.
           MOVE 0 TO WS-TOT-BKT(1) WS-TOT-BKT(2) WS-TOT-BKT(3)
               WS-TOT-BKT(4).

           PERFORM LOAD-SLA-PARA.

           OPEN INPUT WORKITEM-FILE.
           IF WS-WI-STATUS = "05" OR WS-WI-STATUS = "35"
               DISPLAY "wqaging: workitem.dat not found - run attsweep "
                   "to create it" END-DISPLAY
               CLOSE WORKITEM-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-WI-STATUS NOT = "00"
               DISPLAY "wqaging: could not open workitem.dat (status "
                   WS-WI-STATUS ")" END-DISPLAY
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      *    Without the inventory the ages and targets still stand -
      *    every item just lands in "(no inv)".
           OPEN INPUT TERMINV-FILE.
           EVALUATE WS-TINV-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-TINV-OPEN-SW
               WHEN "05"
                   CLOSE TERMINV-FILE
               WHEN OTHER
                   DISPLAY "wqaging: could not open terminv.dat "
                       "(status " WS-TINV-STATUS ")" END-DISPLAY
                   CLOSE WORKITEM-FILE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

           MOVE LOW-VALUES TO WI-KEY.
           START WORKITEM-FILE KEY NOT < WI-KEY
               INVALID KEY
                   MOVE "Y" TO WS-WI-EOF-SW
           END-START.
           PERFORM SCAN-NEXT-PARA UNTIL WS-WI-EOF.
           CLOSE WORKITEM-FILE.
           IF WS-TINV-OPEN
               CLOSE TERMINV-FILE
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "wqaging: could not open wqaging.rpt "
                   "(status " WS-RPT-STATUS ")" END-DISPLAY
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM REPORT-PARA.
           CLOSE REPORT-FILE.
           DISPLAY "wqaging: report written to wqaging.rpt"
               END-DISPLAY.
           IF WS-TOT-BREACH > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      * Built-in targets first, so they show on the page whether or
      * not anything is outstanding against them, then wqsla.dat
      * over the top.
       LOAD-SLA-PARA.
           MOVE "BASIC" TO WS-CUR-BLOCK.
           MOVE 2 TO WS-CUR-TARGET.
           PERFORM SET-TARGET-PARA.
           MOVE "CUBE" TO WS-CUR-BLOCK.
           MOVE 5 TO WS-CUR-TARGET.
           PERFORM SET-TARGET-PARA.
           MOVE "GRAY" TO WS-CUR-BLOCK.
           MOVE 5 TO WS-CUR-TARGET.
           PERFORM SET-TARGET-PARA.
           MOVE "TRUECOLOR" TO WS-CUR-BLOCK.
           MOVE 10 TO WS-CUR-TARGET.
           PERFORM SET-TARGET-PARA.
           OPEN INPUT SLA-FILE.
           IF WS-SLA-STATUS = "00"
               PERFORM UNTIL WS-SLA-EOF
                   READ SLA-FILE
                       AT END
                           MOVE "Y" TO WS-SLA-EOF-SW
                       NOT AT END
                           PERFORM SLA-LINE-PARA
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE SLA-FILE.

       SLA-LINE-PARA.
           IF SLA-REC = SPACES OR SLA-BLOCK(1:1) = "*"
               CONTINUE
           ELSE
               IF FUNCTION TRIM(SLA-DAYS) IS NUMERIC
                       AND SLA-DAYS NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(SLA-BLOCK) TO WS-CUR-BLOCK
                   MOVE FUNCTION NUMVAL(SLA-DAYS) TO WS-CUR-TARGET
                   ADD 1 TO WS-SLA-USED-COUNT
                   IF WS-CUR-BLOCK = "DEFAULT"
                       MOVE WS-CUR-TARGET TO WS-DEFAULT-TARGET
                   ELSE
                       PERFORM SET-TARGET-PARA
                   END-IF
               ELSE
                   DISPLAY "wqaging: wqsla.dat line ignored - days not "
                       "numeric: " FUNCTION TRIM(SLA-REC TRAILING)
                       END-DISPLAY
                   ADD 1 TO WS-SLA-BAD-COUNT
               END-IF
           END-IF.

       SET-TARGET-PARA.
           PERFORM FIND-BLK-PARA.
           IF WS-FOUND
               MOVE WS-CUR-TARGET TO WS-BLK-TARGET(WS-BLK-POS)
           END-IF.

       SCAN-NEXT-PARA.
           READ WORKITEM-FILE NEXT
               AT END
                   MOVE "Y" TO WS-WI-EOF-SW
               NOT AT END
                   PERFORM TALLY-ITEM-PARA
           END-READ.

       TALLY-ITEM-PARA.
           MOVE WI-BLOCK TO WS-CUR-BLOCK.
           PERFORM FIND-BLK-PARA.
           EVALUATE TRUE
               WHEN WI-OPEN OR WI-INPROG
                   PERFORM AGE-ITEM-PARA
               WHEN WI-RESOLVED
                   PERFORM RESOLVED-ITEM-PARA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Age runs from the open date - a desk that failed, was marked
      * fixed and failed again has been bad since the first FAIL, and
      * attsweep keeps that date when it reopens the item.
       AGE-ITEM-PARA.
           MOVE 0 TO WS-AGE.
           IF WI-OPEN-DATE IS NUMERIC AND WI-OPEN-DATE >= 16010101
                   AND WI-OPEN-DATE <= WS-TODAY
               COMPUTE WS-AGE = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(WI-OPEN-DATE)
               END-COMPUTE
           END-IF.
           EVALUATE TRUE
               WHEN WS-AGE <= 2 MOVE 1 TO WS-BKT
               WHEN WS-AGE <= 7 MOVE 2 TO WS-BKT
               WHEN WS-AGE <= 30 MOVE 3 TO WS-BKT
               WHEN OTHER MOVE 4 TO WS-BKT
           END-EVALUATE.
           IF WS-FOUND
               MOVE WS-BLK-TARGET(WS-BLK-POS) TO WS-CUR-TARGET
               ADD 1 TO WS-BLK-BKT(WS-BLK-POS, WS-BKT)
               ADD 1 TO WS-BLK-OPEN(WS-BLK-POS)
           ELSE
               MOVE WS-DEFAULT-TARGET TO WS-CUR-TARGET
           END-IF.
           ADD 1 TO WS-TOT-BKT(WS-BKT).
           ADD 1 TO WS-TOT-OPEN.
           PERFORM GET-LOC-PARA.
           PERFORM FIND-LOC-PARA.
           IF WS-FOUND
               ADD 1 TO WS-LOC-BKT(WS-POS, WS-BKT)
               ADD 1 TO WS-LOC-OPEN(WS-POS)
           END-IF.
           IF WS-AGE > WS-CUR-TARGET
               PERFORM BREACH-PARA
           END-IF.

       GET-LOC-PARA.
           IF NOT WS-TINV-OPEN
               MOVE "(no inv)" TO WS-CUR-LOC
           ELSE
               MOVE WI-SESSION TO TINV-SESSION-ID
               READ TERMINV-FILE
                   INVALID KEY
                       MOVE "(no inv)" TO WS-CUR-LOC
                   NOT INVALID KEY
                       PERFORM SITE-LOC-PARA
               END-READ
           END-IF.

      * A branch office's floor is its own, not head office's floor
      * of the same name - keyed as floorcmp.cbl keys it, site code
      * first.
       SITE-LOC-PARA.
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

       BREACH-PARA.
           ADD 1 TO WS-TOT-BREACH.
           IF WS-FOUND
               ADD 1 TO WS-LOC-BREACH(WS-POS)
           END-IF.
           MOVE WI-BLOCK TO WS-CUR-BLOCK.
           PERFORM FIND-BLK-PARA.
           IF WS-FOUND
               ADD 1 TO WS-BLK-BREACH(WS-BLK-POS)
           END-IF.
           IF WS-BRC-COUNT < 1000
               ADD 1 TO WS-BRC-COUNT
               MOVE WS-CUR-LOC TO WS-BRC-LOC(WS-BRC-COUNT)
               MOVE WI-SESSION TO WS-BRC-SESSION(WS-BRC-COUNT)
               MOVE WI-BLOCK TO WS-BRC-BLOCK(WS-BRC-COUNT)
               MOVE WI-STATUS TO WS-BRC-STATUS(WS-BRC-COUNT)
               MOVE WI-OPEN-DATE TO WS-BRC-OPEN-DATE(WS-BRC-COUNT)
               MOVE WS-AGE TO WS-BRC-AGE(WS-BRC-COUNT)
               MOVE WS-CUR-TARGET TO WS-BRC-TARGET(WS-BRC-COUNT)
           ELSE
               MOVE "Y" TO WS-BRC-FULL-SW
           END-IF.

      * Resolved inside the window, by the date wrkq stamped the
      * resolution. Items decomm.cbl closed with the desk were never
      * fixed - they would only flatter the mean - so they are left
      * out.
       RESOLVED-ITEM-PARA.
           IF WI-UPD-DATE IS NUMERIC AND WI-UPD-DATE >= WS-CUTOFF-DATE
                   AND WI-UPD-DATE <= WS-TODAY
                   AND WI-OPEN-DATE IS NUMERIC
                   AND WI-OPEN-DATE >= 16010101
                   AND WI-OPEN-DATE <= WI-UPD-DATE
                   AND WI-NOTE NOT = "decommissioned"
               COMPUTE WS-RES-DAYS =
                   FUNCTION INTEGER-OF-DATE(WI-UPD-DATE)
                   - FUNCTION INTEGER-OF-DATE(WI-OPEN-DATE)
               END-COMPUTE
               ADD 1 TO WS-TOT-RES
               ADD WS-RES-DAYS TO WS-TOT-RES-DAYS
               IF WS-FOUND
                   ADD 1 TO WS-BLK-RES(WS-BLK-POS)
                   ADD WS-RES-DAYS TO WS-BLK-RES-DAYS(WS-BLK-POS)
               END-IF
           END-IF.

       FIND-BLK-PARA.
           MOVE "N" TO WS-FOUND-SW.
           MOVE 0 TO WS-BLK-POS.
           PERFORM SCAN-BLK-PARA TEST BEFORE
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-BLK-COUNT OR WS-FOUND.
           IF NOT WS-FOUND
               IF WS-BLK-COUNT < 50
                   ADD 1 TO WS-BLK-COUNT
                   MOVE WS-BLK-COUNT TO WS-BLK-POS
                   MOVE WS-CUR-BLOCK TO WS-BLK-KEY(WS-BLK-POS)
                   MOVE WS-DEFAULT-TARGET TO WS-BLK-TARGET(WS-BLK-POS)
                   MOVE 0 TO WS-BLK-BKT(WS-BLK-POS, 1)
                       WS-BLK-BKT(WS-BLK-POS, 2)
                       WS-BLK-BKT(WS-BLK-POS, 3)
                       WS-BLK-BKT(WS-BLK-POS, 4)
                   MOVE 0 TO WS-BLK-OPEN(WS-BLK-POS)
                   MOVE 0 TO WS-BLK-BREACH(WS-BLK-POS)
                   MOVE 0 TO WS-BLK-RES(WS-BLK-POS)
                   MOVE 0 TO WS-BLK-RES-DAYS(WS-BLK-POS)
                   MOVE "Y" TO WS-FOUND-SW
               ELSE
                   MOVE "Y" TO WS-BLK-FULL-SW
               END-IF
           END-IF.

       SCAN-BLK-PARA.
           IF WS-BLK-KEY(WS-IDX) = WS-CUR-BLOCK
               MOVE "Y" TO WS-FOUND-SW
               MOVE WS-IDX TO WS-BLK-POS
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
                   MOVE WS-LOC-COUNT TO WS-POS
                   MOVE WS-CUR-LOC TO WS-LOC-KEY(WS-POS)
                   MOVE 0 TO WS-LOC-BKT(WS-POS, 1)
                       WS-LOC-BKT(WS-POS, 2)
                       WS-LOC-BKT(WS-POS, 3)
                       WS-LOC-BKT(WS-POS, 4)
                   MOVE 0 TO WS-LOC-OPEN(WS-POS)
                   MOVE 0 TO WS-LOC-BREACH(WS-POS)
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

       EMIT-PARA.
           DISPLAY FUNCTION TRIM(WS-LINE TRAILING) END-DISPLAY.
           MOVE WS-LINE TO REPORT-REC.
           WRITE REPORT-REC.

       REPORT-PARA.
           MOVE WS-N-DAYS TO WS-N-DAYS-ND.
           MOVE SPACES TO WS-LINE.
           STRING "work-queue aging - produced " WS-TODAY
               ", resolved window " FUNCTION TRIM(WS-N-DAYS-ND)
               " day(s), since " WS-CUTOFF-DATE
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING.
           PERFORM EMIT-PARA.
           MOVE WS-DEFAULT-TARGET TO ND-TGT.
           MOVE SPACES TO WS-LINE.
           IF WS-SLA-USED-COUNT = 0
               STRING "targets: built-in, default "
                   FUNCTION TRIM(ND-TGT) " day(s) for other blocks"
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
           ELSE
               STRING "targets: wqsla.dat over built-in, default "
                   FUNCTION TRIM(ND-TGT) " day(s) for other blocks"
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
           END-IF.
           PERFORM EMIT-PARA.
           IF WS-SLA-BAD-COUNT > 0
               MOVE WS-SLA-BAD-COUNT TO ND-COUNT
               MOVE SPACES TO WS-LINE
               STRING "(wqsla.dat lines ignored: "
                   FUNCTION TRIM(ND-COUNT) ")"
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               PERFORM EMIT-PARA
           END-IF.
           IF NOT WS-TINV-OPEN
               MOVE "(terminv.dat not found - no locations available)"
                   TO WS-LINE
               PERFORM EMIT-PARA
           END-IF.

      *    Open and in-progress items by location, breaches under
      *    each.
           MOVE SPACES TO WS-LINE.
           PERFORM EMIT-PARA.
           MOVE "outstanding by location" TO WS-LINE.
           PERFORM EMIT-PARA.
           MOVE SPACES TO WS-LINE.
           STRING "location            0-2    3-7   8-30    >30   open"
               " breach" DELIMITED BY SIZE INTO WS-LINE
           END-STRING.
           PERFORM EMIT-PARA.
           IF WS-LOC-COUNT = 0
               MOVE "(no open or in-progress work items)" TO WS-LINE
               PERFORM EMIT-PARA
           END-IF.
           PERFORM REPORT-LOC-PARA TEST BEFORE
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-LOC-COUNT.
           PERFORM TOTAL-LINE-PARA.
           IF WS-LOC-FULL
               MOVE SPACES TO WS-LINE
               STRING "(location table full - some locations not "
                   "counted)" DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               PERFORM EMIT-PARA
           END-IF.
           IF WS-BRC-FULL
               MOVE SPACES TO WS-LINE
               STRING "(detail table full - some breached items not "
                   "listed)" DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               PERFORM EMIT-PARA
           END-IF.

      *    The same counts by block, each against its target.
           MOVE SPACES TO WS-LINE.
           PERFORM EMIT-PARA.
           MOVE "outstanding by block" TO WS-LINE.
           PERFORM EMIT-PARA.
           MOVE SPACES TO WS-LINE.
           STRING "block               0-2    3-7   8-30    >30   open"
               " breach target" DELIMITED BY SIZE INTO WS-LINE
           END-STRING.
           PERFORM EMIT-PARA.
           PERFORM REPORT-BLK-PARA TEST BEFORE
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-BLK-COUNT.
           PERFORM TOTAL-LINE-PARA.
           IF WS-BLK-FULL
               MOVE SPACES TO WS-LINE
               STRING "(block table full - some blocks counted under "
                   "the totals only)" DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               PERFORM EMIT-PARA
           END-IF.

      *    Mean time to resolve, open date to resolution date.
           MOVE SPACES TO WS-LINE.
           PERFORM EMIT-PARA.
           MOVE SPACES TO WS-LINE.
           STRING "mean time to resolve - items resolved since "
               WS-CUTOFF-DATE DELIMITED BY SIZE INTO WS-LINE
           END-STRING.
           PERFORM EMIT-PARA.
           PERFORM REPORT-MTTR-PARA TEST BEFORE
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-BLK-COUNT.
           MOVE WS-TOT-RES TO ND-COUNT.
           MOVE 0 TO WS-MTTR.
           IF WS-TOT-RES > 0
               COMPUTE WS-MTTR ROUNDED = WS-TOT-RES-DAYS / WS-TOT-RES
               END-COMPUTE
           END-IF.
           MOVE WS-MTTR TO ND-MTTR.
           MOVE SPACES TO WS-LINE.
           STRING "all blocks  " ND-COUNT " resolved, mean " ND-MTTR
               " day(s)" DELIMITED BY SIZE INTO WS-LINE
           END-STRING.
           PERFORM EMIT-PARA.

       REPORT-LOC-PARA.
           MOVE WS-LOC-BKT(WS-IDX, 1) TO ND-COL(1).
           MOVE WS-LOC-BKT(WS-IDX, 2) TO ND-COL(2).
           MOVE WS-LOC-BKT(WS-IDX, 3) TO ND-COL(3).
           MOVE WS-LOC-BKT(WS-IDX, 4) TO ND-COL(4).
           MOVE WS-LOC-OPEN(WS-IDX) TO ND-COL(5).
           MOVE WS-LOC-BREACH(WS-IDX) TO ND-COL(6).
           MOVE SPACES TO WS-LINE.
           STRING WS-LOC-KEY(WS-IDX) " " ND-COL(1) " " ND-COL(2)
               " " ND-COL(3) " " ND-COL(4) " " ND-COL(5)
               " " ND-COL(6)
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING.
           PERFORM EMIT-PARA.
           PERFORM REPORT-BRC-PARA TEST BEFORE
               VARYING WS-BRC-IDX FROM 1 BY 1
               UNTIL WS-BRC-IDX > WS-BRC-COUNT.

       REPORT-BRC-PARA.
           IF WS-BRC-LOC(WS-BRC-IDX) = WS-LOC-KEY(WS-IDX)
               MOVE WS-BRC-AGE(WS-BRC-IDX) TO ND-AGE
               MOVE WS-BRC-TARGET(WS-BRC-IDX) TO ND-TGT
               MOVE SPACES TO WS-LINE
               STRING "  BREACHED " WS-BRC-SESSION(WS-BRC-IDX)
                   " " WS-BRC-BLOCK(WS-BRC-IDX)
                   " status " WS-BRC-STATUS(WS-BRC-IDX)
                   " open since " WS-BRC-OPEN-DATE(WS-BRC-IDX)
                   " age " FUNCTION TRIM(ND-AGE)
                   " day(s), target " FUNCTION TRIM(ND-TGT)
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               PERFORM EMIT-PARA
           END-IF.

       REPORT-BLK-PARA.
           MOVE WS-BLK-BKT(WS-IDX, 1) TO ND-COL(1).
           MOVE WS-BLK-BKT(WS-IDX, 2) TO ND-COL(2).
           MOVE WS-BLK-BKT(WS-IDX, 3) TO ND-COL(3).
           MOVE WS-BLK-BKT(WS-IDX, 4) TO ND-COL(4).
           MOVE WS-BLK-OPEN(WS-IDX) TO ND-COL(5).
           MOVE WS-BLK-BREACH(WS-IDX) TO ND-COL(6).
           MOVE WS-BLK-TARGET(WS-IDX) TO ND-TARGET.
           MOVE SPACES TO WS-LINE.
           STRING WS-BLK-KEY(WS-IDX) "       " ND-COL(1) " " ND-COL(2)
               " " ND-COL(3) " " ND-COL(4) " " ND-COL(5)
               " " ND-COL(6) " " ND-TARGET
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING.
           PERFORM EMIT-PARA.

       TOTAL-LINE-PARA.
           MOVE WS-TOT-BKT(1) TO ND-COL(1).
           MOVE WS-TOT-BKT(2) TO ND-COL(2).
           MOVE WS-TOT-BKT(3) TO ND-COL(3).
           MOVE WS-TOT-BKT(4) TO ND-COL(4).
           MOVE WS-TOT-OPEN TO ND-COL(5).
           MOVE WS-TOT-BREACH TO ND-COL(6).
           MOVE SPACES TO WS-LINE.
           STRING "total           " " " ND-COL(1) " " ND-COL(2)
               " " ND-COL(3) " " ND-COL(4) " " ND-COL(5)
               " " ND-COL(6)
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING.
           PERFORM EMIT-PARA.

       REPORT-MTTR-PARA.
           IF WS-BLK-RES(WS-IDX) > 0
               MOVE WS-BLK-RES(WS-IDX) TO ND-COUNT
               COMPUTE WS-MTTR ROUNDED = WS-BLK-RES-DAYS(WS-IDX)
                   / WS-BLK-RES(WS-IDX)
               END-COMPUTE
               MOVE WS-MTTR TO ND-MTTR
               MOVE SPACES TO WS-LINE
               STRING WS-BLK-KEY(WS-IDX) "  " ND-COUNT
                   " resolved, mean " ND-MTTR " day(s)"
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               PERFORM EMIT-PARA
           END-IF.
