      * SPDX-FileCopyrightText: 2023 - 2024 Eli Array Minkoff
      * SPDX-License-Identifier: GPL-3.0-only
       IDENTIFICATION DIVISION.
       PROGRAM-ID. decomm.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    A desk torn off the floor used to be a sessmnt delete and
      *    nothing else: its inventory record sat on as a stale
      *    terminal dragging floorcmp's pass rate down, and its open
      *    work items stayed open in wrkq. Decommissioning is one
      *    transaction here - the roster line comes off, the inventory
      *    record is marked decommissioned with date and user, open
      *    work items are resolved "decommissioned", and the whole
      *    thing is logged. Reinstate puts it back.
           SELECT OPTIONAL SESSION-FILE ASSIGN TO "sessions.lst"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.
      *    Scratch file every roster save writes first, the same
      *    two-step sessmnt.cbl uses.
           SELECT WORK-FILE ASSIGN TO "sessions.tmp"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT OPTIONAL TERMINV-FILE ASSIGN TO "terminv.dat"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS TINV-SESSION-ID
               FILE STATUS IS WS-TINV-STATUS.
           SELECT OPTIONAL WORKITEM-FILE ASSIGN TO "workitem.dat"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WI-KEY
               FILE STATUS IS WS-WI-STATUS.
      *    Decommission log - one line per decommission or reinstate
      *    that lands, appended, carrying the roster line taken off so
      *    a reinstate can restore it.
           SELECT OPTIONAL DECOMM-LOG-FILE ASSIGN TO "decomm.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SESSION-FILE.
           COPY "sessrec.cpy".

      * Same columns as sessrec.cpy - keep the two in step.
       FD  WORK-FILE.
       01  WORK-REC.
           05 WORK-ID PICTURE X(8).
           05 FILLER PICTURE X.
           05 WORK-TERM-TYPE PICTURE X(20).
           05 FILLER PICTURE X.
           05 WORK-EXP-LEVEL PICTURE X(10).
           05 FILLER PICTURE X.
           05 WORK-FREQ-DAYS PICTURE X(3).
           05 FILLER PICTURE X.
           05 WORK-RETRY-DAYS PICTURE X(3).

       FD  TERMINV-FILE.
           COPY "terminv.cpy".

       FD  WORKITEM-FILE.
           COPY "wrkitem.cpy".

       FD  DECOMM-LOG-FILE.
           COPY "decomlog.cpy".

       WORKING-STORAGE SECTION.
           01 WS-SESSION-STATUS PICTURE XX.
           01 WS-WORK-STATUS PICTURE XX.
           01 WS-TINV-STATUS PICTURE XX.
           01 WS-WI-STATUS PICTURE XX.
           01 WS-DLOG-STATUS PICTURE XX.
           01 WS-DONE-SW PICTURE X VALUE "N".
               88 WS-DONE VALUE "Y".
           01 WS-SESS-EOF-SW PICTURE X VALUE "N".
               88 WS-SESS-EOF VALUE "Y".
           01 WS-WORK-EOF-SW PICTURE X VALUE "N".
               88 WS-WORK-EOF VALUE "Y".
           01 WS-EOF-SW PICTURE X VALUE "N".
               88 WS-EOF VALUE "Y".
      * Operator answers
           01 WS-FUNC PICTURE X VALUE SPACE.
           01 WS-ID-IN PICTURE X(8) VALUE SPACES.
           01 WS-CONFIRM PICTURE X VALUE SPACE.
               88 WS-CONFIRMED VALUE "Y" "y".
      * Stamp applied to the inventory record, the work items and the
      * log line
           01 WS-STAMP-USER PICTURE X(20).
           01 WS-STAMP-DATE PICTURE 9(8).
           01 WS-STAMP-TIME PICTURE 9(8).
      * Authorization check - decommission and reinstate both need
      * DECOMM; the list needs nothing.
           COPY "authlnk.cpy".
      * The roster held in storage for the transaction - reloaded
      * each time so a sessmnt change in between is not undone.
           01 WS-SESS-TABLE.
               05 WS-SESS-COUNT PICTURE 9(4) VALUE 0.
               05 WS-SESS-ENTRY OCCURS 1000 TIMES.
                   10 WS-SESS-ID PICTURE X(8).
                   10 WS-SESS-TYPE PICTURE X(20).
                   10 WS-SESS-LEVEL PICTURE X(10).
                   10 WS-SESS-FREQ PICTURE X(3).
                   10 WS-SESS-RETRY PICTURE X(3).
           01 WS-SESS-FULL-SW PICTURE X VALUE "N".
               88 WS-SESS-FULL VALUE "Y".
           01 WS-SAVE-OK-SW PICTURE X VALUE "N".
               88 WS-SAVE-OK VALUE "Y".
           01 WS-IDX PICTURE 9(4) VALUE 0.
           01 WS-POS PICTURE 9(4) VALUE 0.
           01 WS-FOUND-SW PICTURE X VALUE "N".
               88 WS-FOUND VALUE "Y".
      * What the transaction found for the session
           01 WS-TINV-NEW-SW PICTURE X VALUE "N".
               88 WS-TINV-NEW VALUE "Y".
           01 WS-ROSTER-SW PICTURE X VALUE "N".
               88 WS-ON-ROSTER VALUE "Y".
      * The roster line being taken off or put back, as logged
           01 WS-RST-FOUND-SW PICTURE X VALUE "N".
               88 WS-RST-FOUND VALUE "Y".
           01 WS-RST-TYPE PICTURE X(20) VALUE SPACES.
           01 WS-RST-LEVEL PICTURE X(10) VALUE SPACES.
           01 WS-RST-FREQ PICTURE X(3) VALUE SPACES.
           01 WS-RST-RETRY PICTURE X(3) VALUE SPACES.
           01 WS-ITEM-COUNT PICTURE 9(4) VALUE 0.
           01 WS-LOG-ACTION PICTURE X(9) VALUE SPACES.
           01 WS-LIST-COUNT PICTURE 9(4) VALUE 0.
           01 ND-COUNT PICTURE ZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-STAMP-USER FROM ENVIRONMENT "USER" END-ACCEPT.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD END-ACCEPT.
           OPEN I-O TERMINV-FILE.
           IF WS-TINV-STATUS NOT = "00" AND WS-TINV-STATUS NOT = "05"
               DISPLAY "decomm: could not open terminv.dat (status "
                   WS-TINV-STATUS ")" END-DISPLAY
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O WORKITEM-FILE.
           IF WS-WI-STATUS NOT = "00" AND WS-WI-STATUS NOT = "05"
               DISPLAY "decomm: could not open workitem.dat (status "
                   WS-WI-STATUS ")" END-DISPLAY
               CLOSE TERMINV-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM FUNCTION-PARA TEST AFTER UNTIL WS-DONE.
           CLOSE WORKITEM-FILE.
           CLOSE TERMINV-FILE.
           GOBACK.

       FUNCTION-PARA.
           DISPLAY "decomm - D)ecommission R)einstate "
               "L)ist decommissioned Q)uit: "
               WITH NO ADVANCING END-DISPLAY.
           ACCEPT WS-FUNC END-ACCEPT.
           EVALUATE FUNCTION UPPER-CASE(WS-FUNC)
               WHEN "D"
                   MOVE "D)ecommission" TO AUTHL-DETAIL
                   PERFORM AUTHORIZE-PARA
                   IF AUTHL-ALLOWED
                       PERFORM DECOMM-PARA
                   END-IF
               WHEN "R"
                   MOVE "R)einstate" TO AUTHL-DETAIL
                   PERFORM AUTHORIZE-PARA
                   IF AUTHL-ALLOWED
                       PERFORM REINSTATE-PARA
                   END-IF
               WHEN "L" PERFORM LIST-PARA
               WHEN "Q" MOVE "Y" TO WS-DONE-SW
               WHEN OTHER DISPLAY "unrecognized function" END-DISPLAY
           END-EVALUATE.

      * authchk has logged a refusal by the time it returns.
       AUTHORIZE-PARA.
           MOVE "decomm" TO AUTHL-PROGRAM.
           MOVE "DECOMM" TO AUTHL-FUNCTION.
           MOVE WS-STAMP-USER TO AUTHL-USER.
           CALL "authchk" USING AUTH-LINK END-CALL.
           IF AUTHL-DENIED
               DISPLAY "decomm: " FUNCTION TRIM(WS-STAMP-USER)
                   " is not authorized for DECOMM ("
                   FUNCTION TRIM(AUTHL-REASON) ") - refused and "
                   "logged" END-DISPLAY
           END-IF.

       GET-ID-PARA.
           DISPLAY "Session ID: " WITH NO ADVANCING END-DISPLAY.
           ACCEPT WS-ID-IN END-ACCEPT.
           MOVE FUNCTION TRIM(WS-ID-IN) TO WS-ID-IN.

       GET-CONFIRM-PARA.
           MOVE SPACE TO WS-CONFIRM.
           ACCEPT WS-CONFIRM END-ACCEPT.

       LOAD-PARA.
           MOVE 0 TO WS-SESS-COUNT.
           MOVE "N" TO WS-SESS-FULL-SW.
           MOVE "N" TO WS-SESS-EOF-SW.
           OPEN INPUT SESSION-FILE.
           IF WS-SESSION-STATUS = "05"
               CLOSE SESSION-FILE
           ELSE
               PERFORM UNTIL WS-SESS-EOF
                   READ SESSION-FILE
                       AT END
                           MOVE "Y" TO WS-SESS-EOF-SW
                       NOT AT END
                           PERFORM LOAD-ONE-PARA
                   END-READ
               END-PERFORM
               CLOSE SESSION-FILE
           END-IF.

       LOAD-ONE-PARA.
           IF SESS-ID NOT = SPACES
               IF WS-SESS-COUNT < 1000
                   ADD 1 TO WS-SESS-COUNT
                   MOVE SESS-ID TO WS-SESS-ID(WS-SESS-COUNT)
                   MOVE SESS-TERM-TYPE TO WS-SESS-TYPE(WS-SESS-COUNT)
                   MOVE SESS-EXP-LEVEL TO WS-SESS-LEVEL(WS-SESS-COUNT)
                   MOVE SESS-FREQ-DAYS TO WS-SESS-FREQ(WS-SESS-COUNT)
                   MOVE SESS-RETRY-DAYS
                       TO WS-SESS-RETRY(WS-SESS-COUNT)
               ELSE
                   MOVE "Y" TO WS-SESS-FULL-SW
               END-IF
           END-IF.

      * Roster save, as sessmnt.cbl's SAVE-PARA: the full roster to
      * sessions.tmp, then copied over sessions.lst. WS-SAVE-OK is
      * only set once the copy-back has finished, and nothing else in
      * the transaction is touched unless it is.
       SAVE-PARA.
           MOVE "N" TO WS-SAVE-OK-SW.
           OPEN OUTPUT WORK-FILE.
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "decomm: could not open sessions.tmp "
                   "(status " WS-WORK-STATUS ") - roster not saved"
                   END-DISPLAY
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM SAVE-ONE-PARA TEST BEFORE
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SESS-COUNT
               CLOSE WORK-FILE
               PERFORM COPY-BACK-PARA
           END-IF.

       SAVE-ONE-PARA.
           MOVE SPACES TO WORK-REC.
           MOVE WS-SESS-ID(WS-IDX) TO WORK-ID.
           MOVE WS-SESS-TYPE(WS-IDX) TO WORK-TERM-TYPE.
           MOVE WS-SESS-LEVEL(WS-IDX) TO WORK-EXP-LEVEL.
           MOVE WS-SESS-FREQ(WS-IDX) TO WORK-FREQ-DAYS.
           MOVE WS-SESS-RETRY(WS-IDX) TO WORK-RETRY-DAYS.
           WRITE WORK-REC.

       COPY-BACK-PARA.
           MOVE "N" TO WS-WORK-EOF-SW.
           OPEN INPUT WORK-FILE.
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "decomm: could not reopen sessions.tmp "
                   "(status " WS-WORK-STATUS ") - sessions.lst left "
                   "as is" END-DISPLAY
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT SESSION-FILE
               IF WS-SESSION-STATUS NOT = "00"
                   DISPLAY "decomm: could not rewrite sessions.lst "
                       "(status " WS-SESSION-STATUS ") - saved "
                       "roster is in sessions.tmp" END-DISPLAY
                   CLOSE WORK-FILE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM UNTIL WS-WORK-EOF
                       READ WORK-FILE
                           AT END
                               MOVE "Y" TO WS-WORK-EOF-SW
                           NOT AT END
                               MOVE WORK-REC TO SESSION-REC
                               WRITE SESSION-REC
                       END-READ
                   END-PERFORM
                   CLOSE WORK-FILE
                   CLOSE SESSION-FILE
                   MOVE "Y" TO WS-SAVE-OK-SW
               END-IF
           END-IF.

       FIND-ID-PARA.
           MOVE "N" TO WS-FOUND-SW.
           MOVE 0 TO WS-POS.
           PERFORM SCAN-ID-PARA TEST BEFORE
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-SESS-COUNT OR WS-FOUND.

       SCAN-ID-PARA.
           IF WS-SESS-ID(WS-IDX) = WS-ID-IN
               MOVE "Y" TO WS-FOUND-SW
               MOVE WS-IDX TO WS-POS
           END-IF.

       SHIFT-DOWN-PARA.
           MOVE WS-SESS-ENTRY(WS-IDX + 1) TO WS-SESS-ENTRY(WS-IDX).

      * Find the session on the roster and in the inventory master.
      * Either alone is enough to decommission - a desk never tested
      * has no inventory record yet, and one already dropped from the
      * roster by hand still has a record to mark.
       LOOKUP-PARA.
           PERFORM LOAD-PARA.
           PERFORM FIND-ID-PARA.
           MOVE WS-FOUND-SW TO WS-ROSTER-SW.
           MOVE "N" TO WS-TINV-NEW-SW.
           MOVE WS-ID-IN TO TINV-SESSION-ID.
           READ TERMINV-FILE
               INVALID KEY
                   MOVE "Y" TO WS-TINV-NEW-SW
           END-READ.

       DECOMM-PARA.
           PERFORM GET-ID-PARA.
           IF WS-ID-IN = SPACES
               DISPLAY "no session ID given" END-DISPLAY
           ELSE
               PERFORM LOOKUP-PARA
               EVALUATE TRUE
                   WHEN WS-SESS-FULL
                       DISPLAY "session table full - sessions past the "
                           "first 1000 would be dropped; fix "
                           "sessions.lst first" END-DISPLAY
                   WHEN NOT WS-ON-ROSTER AND WS-TINV-NEW
                       DISPLAY "'" FUNCTION TRIM(WS-ID-IN)
                           "' is neither on the roster nor in the "
                           "inventory master" END-DISPLAY
                   WHEN NOT WS-TINV-NEW AND TINV-DECOMMISSIONED
                       DISPLAY "'" FUNCTION TRIM(WS-ID-IN)
                           "' was decommissioned " TINV-STAT-DATE
                           " by " FUNCTION TRIM(TINV-STAT-USER)
                           END-DISPLAY
                   WHEN OTHER
                       PERFORM DECOMM-CONFIRM-PARA
               END-EVALUATE
           END-IF.

       DECOMM-CONFIRM-PARA.
           IF WS-ON-ROSTER
               DISPLAY "roster: " FUNCTION TRIM(WS-SESS-TYPE(WS-POS))
                   ", expect " FUNCTION TRIM(WS-SESS-LEVEL(WS-POS))
                   END-DISPLAY
           ELSE
               DISPLAY "roster: (not on sessions.lst)" END-DISPLAY
           END-IF.
           IF WS-TINV-NEW
               DISPLAY "inventory: (no record - one is written marked "
                   "decommissioned)" END-DISPLAY
           ELSE
               DISPLAY "inventory: location "
                   FUNCTION TRIM(TINV-FLOOR-LOC) ", last tested "
                   TINV-LAST-DATE END-DISPLAY
           END-IF.
           DISPLAY "Decommission '" FUNCTION TRIM(WS-ID-IN)
               "'? (Y/N): " WITH NO ADVANCING END-DISPLAY.
           PERFORM GET-CONFIRM-PARA.
           IF WS-CONFIRMED
               PERFORM DECOMM-APPLY-PARA
           ELSE
               DISPLAY "no change made" END-DISPLAY
           END-IF.

      * Roster first - it is the step most likely to fail, and if it
      * does nothing else has been touched. The inventory record,
      * the work items and the log follow.
       DECOMM-APPLY-PARA.
           PERFORM DECOMM-ROSTER-PARA.
           IF WS-SAVE-OK
               PERFORM DECOMM-TINV-PARA
               PERFORM RESOLVE-ITEMS-PARA
               MOVE "DECOMM" TO WS-LOG-ACTION
               PERFORM LOG-PARA
               MOVE WS-ITEM-COUNT TO ND-COUNT
               DISPLAY "decommissioned '" FUNCTION TRIM(WS-ID-IN)
                   "', " FUNCTION TRIM(ND-COUNT)
                   " open work item(s) resolved" END-DISPLAY
           ELSE
               DISPLAY "roster not saved - '"
                   FUNCTION TRIM(WS-ID-IN) "' not decommissioned"
                   END-DISPLAY
           END-IF.

      * Takes the line off the roster, keeping it for the log. Off the
      * roster already counts as saved.
       DECOMM-ROSTER-PARA.
           MOVE "Y" TO WS-SAVE-OK-SW.
           MOVE "N" TO WS-RST-FOUND-SW.
           MOVE SPACES TO WS-RST-TYPE WS-RST-LEVEL WS-RST-FREQ
               WS-RST-RETRY.
           IF WS-ON-ROSTER
               MOVE "Y" TO WS-RST-FOUND-SW
               MOVE WS-SESS-TYPE(WS-POS) TO WS-RST-TYPE
               MOVE WS-SESS-LEVEL(WS-POS) TO WS-RST-LEVEL
               MOVE WS-SESS-FREQ(WS-POS) TO WS-RST-FREQ
               MOVE WS-SESS-RETRY(WS-POS) TO WS-RST-RETRY
               PERFORM SHIFT-DOWN-PARA TEST BEFORE
                   VARYING WS-IDX FROM WS-POS BY 1
                   UNTIL WS-IDX >= WS-SESS-COUNT
               SUBTRACT 1 FROM WS-SESS-COUNT
               PERFORM SAVE-PARA
           END-IF.

       DECOMM-TINV-PARA.
           IF WS-TINV-NEW
               MOVE SPACES TO TINV-REC
               MOVE WS-ID-IN TO TINV-SESSION-ID
               MOVE WS-RST-TYPE TO TINV-TERM-TYPE
               MOVE 0 TO TINV-EXP-LEVEL
               MOVE 0 TO TINV-LAST-DATE
               MOVE 0 TO TINV-LAST-TIME
               MOVE 0 TO TINV-LAST-RC
           END-IF.
           MOVE "D" TO TINV-STATUS.
           MOVE WS-STAMP-DATE TO TINV-STAT-DATE.
           MOVE WS-STAMP-USER TO TINV-STAT-USER.
           IF WS-TINV-NEW
               WRITE TINV-REC
                   INVALID KEY
                       DISPLAY "decomm: inventory write failed (status "
                           WS-TINV-STATUS ")" END-DISPLAY
                       MOVE 8 TO RETURN-CODE
               END-WRITE
           ELSE
               REWRITE TINV-REC
                   INVALID KEY
                       DISPLAY "decomm: inventory rewrite failed "
                           "(status " WS-TINV-STATUS ")" END-DISPLAY
                       MOVE 8 TO RETURN-CODE
               END-REWRITE
           END-IF.

      * Every open or in-progress item for the session - the items
      * are keyed session then block, so they sit together from the
      * START on. Resolved ones keep their own note.
       RESOLVE-ITEMS-PARA.
           MOVE 0 TO WS-ITEM-COUNT.
           MOVE "N" TO WS-EOF-SW.
           MOVE WS-ID-IN TO WI-SESSION.
           MOVE LOW-VALUES TO WI-BLOCK.
           START WORKITEM-FILE KEY NOT < WI-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SW
           END-START.
           PERFORM RESOLVE-NEXT-PARA UNTIL WS-EOF.

       RESOLVE-NEXT-PARA.
           READ WORKITEM-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF WI-SESSION NOT = WS-ID-IN
                       MOVE "Y" TO WS-EOF-SW
                   ELSE
                       IF WI-OPEN OR WI-INPROG
                           PERFORM RESOLVE-ONE-PARA
                       END-IF
                   END-IF
           END-READ.

       RESOLVE-ONE-PARA.
           MOVE "R" TO WI-STATUS.
           MOVE "decommissioned" TO WI-NOTE.
           MOVE WS-STAMP-USER TO WI-UPD-USER.
           MOVE WS-STAMP-DATE TO WI-UPD-DATE.
           REWRITE WITEM-REC
               INVALID KEY
                   DISPLAY "decomm: work item rewrite failed for "
                       FUNCTION TRIM(WI-BLOCK) " (status "
                       WS-WI-STATUS ")" END-DISPLAY
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-ITEM-COUNT
           END-REWRITE.

       REINSTATE-PARA.
           PERFORM GET-ID-PARA.
           IF WS-ID-IN = SPACES
               DISPLAY "no session ID given" END-DISPLAY
           ELSE
               PERFORM LOOKUP-PARA
               EVALUATE TRUE
                   WHEN WS-SESS-FULL
                       DISPLAY "session table full - sessions past the "
                           "first 1000 would be dropped; fix "
                           "sessions.lst first" END-DISPLAY
                   WHEN WS-TINV-NEW
                       DISPLAY "'" FUNCTION TRIM(WS-ID-IN)
                           "' not in the inventory master" END-DISPLAY
                   WHEN NOT TINV-DECOMMISSIONED
                       DISPLAY "'" FUNCTION TRIM(WS-ID-IN)
                           "' is not decommissioned" END-DISPLAY
                   WHEN OTHER
                       PERFORM REINSTATE-CONFIRM-PARA
               END-EVALUATE
           END-IF.

      * The roster line to put back is the one the latest decommission
      * of the session logged. With none on record (it was already off
      * the roster, or the log is gone) the inventory record is still
      * reinstated and the roster line is left to sessmnt.
       REINSTATE-CONFIRM-PARA.
           PERFORM FIND-LOGGED-PARA.
           DISPLAY "decommissioned " TINV-STAT-DATE " by "
               FUNCTION TRIM(TINV-STAT-USER) END-DISPLAY.
           EVALUATE TRUE
               WHEN WS-ON-ROSTER
                   DISPLAY "roster: already on sessions.lst"
                       END-DISPLAY
               WHEN WS-RST-FOUND
                   DISPLAY "roster: restored as "
                       FUNCTION TRIM(WS-RST-TYPE) ", expect "
                       FUNCTION TRIM(WS-RST-LEVEL) END-DISPLAY
               WHEN OTHER
                   DISPLAY "roster: no logged roster line - add it "
                       "with sessmnt" END-DISPLAY
           END-EVALUATE.
           DISPLAY "Reinstate '" FUNCTION TRIM(WS-ID-IN)
               "'? (Y/N): " WITH NO ADVANCING END-DISPLAY.
           PERFORM GET-CONFIRM-PARA.
           IF WS-CONFIRMED
               PERFORM REINSTATE-APPLY-PARA
           ELSE
               DISPLAY "no change made" END-DISPLAY
           END-IF.

       REINSTATE-APPLY-PARA.
           PERFORM REINSTATE-ROSTER-PARA.
           IF WS-SAVE-OK
               MOVE "A" TO TINV-STATUS
               MOVE WS-STAMP-DATE TO TINV-STAT-DATE
               MOVE WS-STAMP-USER TO TINV-STAT-USER
               REWRITE TINV-REC
                   INVALID KEY
                       DISPLAY "decomm: inventory rewrite failed "
                           "(status " WS-TINV-STATUS ")" END-DISPLAY
                       MOVE 8 TO RETURN-CODE
               END-REWRITE
               MOVE 0 TO WS-ITEM-COUNT
               MOVE "REINSTATE" TO WS-LOG-ACTION
               PERFORM LOG-PARA
               DISPLAY "reinstated '" FUNCTION TRIM(WS-ID-IN) "'"
                   END-DISPLAY
           ELSE
               DISPLAY "roster not saved - '"
                   FUNCTION TRIM(WS-ID-IN) "' not reinstated"
                   END-DISPLAY
           END-IF.

      * Puts the logged line back on the roster. The log line written
      * afterwards only carries a roster image when one was restored.
       REINSTATE-ROSTER-PARA.
           MOVE "Y" TO WS-SAVE-OK-SW.
           IF NOT WS-ON-ROSTER AND WS-RST-FOUND
               IF WS-SESS-COUNT < 1000
                   ADD 1 TO WS-SESS-COUNT
                   MOVE WS-ID-IN TO WS-SESS-ID(WS-SESS-COUNT)
                   MOVE WS-RST-TYPE TO WS-SESS-TYPE(WS-SESS-COUNT)
                   MOVE WS-RST-LEVEL TO WS-SESS-LEVEL(WS-SESS-COUNT)
                   MOVE WS-RST-FREQ TO WS-SESS-FREQ(WS-SESS-COUNT)
                   MOVE WS-RST-RETRY TO WS-SESS-RETRY(WS-SESS-COUNT)
                   PERFORM SAVE-PARA
               ELSE
                   DISPLAY "roster full - '" FUNCTION TRIM(WS-ID-IN)
                       "' not reinstated" END-DISPLAY
                   MOVE "N" TO WS-SAVE-OK-SW
               END-IF
           ELSE
               MOVE "N" TO WS-RST-FOUND-SW
           END-IF.

       FIND-LOGGED-PARA.
           MOVE "N" TO WS-RST-FOUND-SW.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT DECOMM-LOG-FILE.
           IF WS-DLOG-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ DECOMM-LOG-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM FIND-LOGGED-ONE-PARA
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DECOMM-LOG-FILE.

       FIND-LOGGED-ONE-PARA.
           IF DLOG-SESSION = WS-ID-IN AND DLOG-DECOMM
               IF DLOG-WAS-ON-ROSTER
                   MOVE "Y" TO WS-RST-FOUND-SW
                   MOVE DLOG-TERM-TYPE TO WS-RST-TYPE
                   MOVE DLOG-EXP-LEVEL TO WS-RST-LEVEL
                   MOVE DLOG-FREQ-DAYS TO WS-RST-FREQ
                   MOVE DLOG-RETRY-DAYS TO WS-RST-RETRY
               ELSE
                   MOVE "N" TO WS-RST-FOUND-SW
               END-IF
           END-IF.

      * One log line per transaction that landed. A log that cannot
      * be opened is reported but does not undo the transaction - it
      * is already on file either way.
       LOG-PARA.
           ACCEPT WS-STAMP-TIME FROM TIME END-ACCEPT.
           OPEN EXTEND DECOMM-LOG-FILE.
           IF WS-DLOG-STATUS = "35"
               OPEN OUTPUT DECOMM-LOG-FILE
           END-IF.
           IF WS-DLOG-STATUS NOT = "00" AND WS-DLOG-STATUS NOT = "05"
               DISPLAY "decomm: could not open decomm.log (status "
                   WS-DLOG-STATUS "), transaction not logged"
                   END-DISPLAY
           ELSE
               PERFORM LOG-BUILD-PARA
               WRITE DLOG-REC
               CLOSE DECOMM-LOG-FILE
           END-IF.

       LOG-BUILD-PARA.
           MOVE SPACES TO DLOG-REC.
           MOVE WS-STAMP-DATE TO DLOG-DATE.
           MOVE WS-STAMP-TIME TO DLOG-TIME.
           MOVE WS-STAMP-USER TO DLOG-USER.
           MOVE WS-LOG-ACTION TO DLOG-ACTION.
           MOVE WS-ID-IN TO DLOG-SESSION.
           MOVE TINV-FLOOR-LOC TO DLOG-FLOOR-LOC.
           MOVE WS-ITEM-COUNT TO DLOG-ITEMS.
           IF WS-RST-FOUND
               MOVE "Y" TO DLOG-ROSTER-SW
               MOVE WS-RST-TYPE TO DLOG-TERM-TYPE
               MOVE WS-RST-LEVEL TO DLOG-EXP-LEVEL
               MOVE WS-RST-FREQ TO DLOG-FREQ-DAYS
               MOVE WS-RST-RETRY TO DLOG-RETRY-DAYS
           ELSE
               MOVE "N" TO DLOG-ROSTER-SW
           END-IF.

       LIST-PARA.
           MOVE "N" TO WS-EOF-SW.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE LOW-VALUES TO TINV-SESSION-ID.
           START TERMINV-FILE KEY NOT < TINV-SESSION-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SW
           END-START.
           PERFORM LIST-NEXT-PARA UNTIL WS-EOF.
           MOVE WS-LIST-COUNT TO ND-COUNT.
           DISPLAY FUNCTION TRIM(ND-COUNT)
               " decommissioned terminal(s)" END-DISPLAY.

       LIST-NEXT-PARA.
           READ TERMINV-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF TINV-DECOMMISSIONED
                       ADD 1 TO WS-LIST-COUNT
                       DISPLAY TINV-SESSION-ID " " TINV-FLOOR-LOC " "
                           TINV-STAT-DATE " "
                           FUNCTION TRIM(TINV-STAT-USER) END-DISPLAY
                   END-IF
           END-READ.
