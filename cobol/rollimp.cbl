      * SPDX-FileCopyrightText: 2023 - 2024 Eli Array Minkoff
      * SPDX-License-Identifier: GPL-3.0-only
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rollimp.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The rollout feed desktop engineering sends with each wave of
      *    emulator builds - one line per desk, session ID then the
      *    terminal type it now runs. This job applies the wave in
      *    bulk instead of someone retyping every desk through
      *    sessmnt, and makes each retyped desk due for a test that
      *    same night.
      *    Columns: session 1-8, terminal type 10-29.
           SELECT OPTIONAL ROLLOUT-FILE ASSIGN TO "rollout.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ROLL-STATUS.
      *    The roster - SESS-TERM-TYPE is what colorbatch validates
      *    against, so this is the change that matters. Saved through
      *    sessions.tmp, the same two-step sessmnt.cbl uses.
           SELECT OPTIONAL SESSION-FILE ASSIGN TO "sessions.lst"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.
           SELECT WORK-FILE ASSIGN TO "sessions.tmp"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
      *    The live capability file - the new type must be on file and
      *    active, the same edit sessmnt applies to a keyed entry.
           SELECT TERMCAP-FILE ASSIGN TO "termcap.dat"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS TCAP-NAME
               FILE STATUS IS WS-TCAP-STATUS.
      *    Terminal inventory master - TINV-TERM-TYPE follows the
      *    roster, and the retest switch is set so colorbatch's
      *    frequency policy does not hold the desk back. A session
      *    with no master record yet is due anyway (never tested);
      *    this import does not invent inventory.
           SELECT OPTIONAL TERMINV-FILE ASSIGN TO "terminv.dat"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS TINV-SESSION-ID
               FILE STATUS IS WS-TINV-STATUS.
      *    What happened to each feed line - applied, unknown type,
      *    unmatched session, or rejected (unparsable) - so desktop
      *    engineering gets their wave back annotated.
           SELECT RESULT-FILE ASSIGN TO "rollimp.rpt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROLLOUT-FILE.
       01  ROLLOUT-REC.
           05 ROLL-SESSION PICTURE X(8).
           05 FILLER PICTURE X.
           05 ROLL-TERM-TYPE PICTURE X(20).

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

       FD  TERMCAP-FILE.
           COPY "termcapf.cpy".

       FD  TERMINV-FILE.
           COPY "terminv.cpy".

       FD  RESULT-FILE.
       01  RESULT-REC PICTURE X(80).

       WORKING-STORAGE SECTION.
           01 WS-ROLL-STATUS PICTURE XX.
           01 WS-SESSION-STATUS PICTURE XX.
           01 WS-WORK-STATUS PICTURE XX.
           01 WS-TCAP-STATUS PICTURE XX.
           01 WS-TINV-STATUS PICTURE XX.
           01 WS-RESULT-STATUS PICTURE XX.
           01 WS-ROLL-EOF-SW PICTURE X VALUE "N".
               88 WS-ROLL-EOF VALUE "Y".
           01 WS-SESS-EOF-SW PICTURE X VALUE "N".
               88 WS-SESS-EOF VALUE "Y".
           01 WS-WORK-EOF-SW PICTURE X VALUE "N".
               88 WS-WORK-EOF VALUE "Y".
           01 WS-TODAY PICTURE 9(8).
           01 WS-TYPE-IN PICTURE X(20).
           01 WS-TYPE-OK-SW PICTURE X VALUE "N".
               88 WS-TYPE-OK VALUE "Y".
           01 WS-SAVE-OK-SW PICTURE X VALUE "N".
               88 WS-SAVE-OK VALUE "Y".
      * The roster held in storage while the wave is applied, with a
      * switch on each entry the feed retyped - the inventory pass
      * after the save works from those.
           01 WS-SESS-TABLE.
               05 WS-SESS-COUNT PICTURE 9(4) VALUE 0.
               05 WS-SESS-ENTRY OCCURS 1000 TIMES.
                   10 WS-SESS-ID PICTURE X(8).
                   10 WS-SESS-TYPE PICTURE X(20).
                   10 WS-SESS-LEVEL PICTURE X(10).
                   10 WS-SESS-FREQ PICTURE X(3).
                   10 WS-SESS-RETRY PICTURE X(3).
                   10 WS-SESS-ROLLED-SW PICTURE X.
                       88 WS-SESS-ROLLED VALUE "Y".
           01 WS-SESS-FULL-SW PICTURE X VALUE "N".
               88 WS-SESS-FULL VALUE "Y".
           01 WS-IDX PICTURE 9(4) VALUE 0.
           01 WS-POS PICTURE 9(4) VALUE 0.
           01 WS-FOUND-SW PICTURE X VALUE "N".
               88 WS-FOUND VALUE "Y".
           01 WS-APPLIED-COUNT PICTURE 9(5) VALUE 0.
           01 WS-UNKNOWN-COUNT PICTURE 9(5) VALUE 0.
           01 WS-UNMATCH-COUNT PICTURE 9(5) VALUE 0.
           01 WS-REJECT-COUNT PICTURE 9(5) VALUE 0.
           01 WS-NO-INV-COUNT PICTURE 9(5) VALUE 0.
           01 ND-COUNT PICTURE ZZZZ9.
           01 ND-COUNT2 PICTURE ZZZZ9.
           01 ND-COUNT3 PICTURE ZZZZ9.
           01 ND-COUNT4 PICTURE ZZZZ9.
           01 WS-LINE PICTURE X(80).
      * Authorization check - applying a rollout feed retypes
      * terminals wholesale, so it needs ROLLOUT.
           01 WS-STAMP-USER PICTURE X(20).
           COPY "authlnk.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD END-ACCEPT.
           OPEN INPUT ROLLOUT-FILE.
           IF WS-ROLL-STATUS = "05"
               DISPLAY "rollimp: rollout.dat not found - nothing to "
                   "apply" END-DISPLAY
               CLOSE ROLLOUT-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-STAMP-USER FROM ENVIRONMENT "USER" END-ACCEPT.
           MOVE "rollimp" TO AUTHL-PROGRAM.
           MOVE "ROLLOUT" TO AUTHL-FUNCTION.
           MOVE WS-STAMP-USER TO AUTHL-USER.
           MOVE "rollout feed rollout.dat" TO AUTHL-DETAIL.
           CALL "authchk" USING AUTH-LINK END-CALL.
           IF AUTHL-DENIED
               DISPLAY "rollimp: " FUNCTION TRIM(WS-STAMP-USER)
                   " is not authorized for ROLLOUT ("
                   FUNCTION TRIM(AUTHL-REASON) ") - refused and "
                   "logged" END-DISPLAY
               CLOSE ROLLOUT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-PARA.
           IF WS-SESS-FULL
               DISPLAY "rollimp: session table full - sessions past "
                   "the first 1000 would be dropped by a save; fix "
                   "sessions.lst first" END-DISPLAY
               CLOSE ROLLOUT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      *    Without the capability file no new type can be verified,
      *    so nothing is applied - a blind retype is the typo the
      *    termcap edit exists to stop.
           OPEN INPUT TERMCAP-FILE.
           IF WS-TCAP-STATUS NOT = "00"
               DISPLAY "rollimp: could not open termcap.dat (status "
                   WS-TCAP-STATUS ")" END-DISPLAY
               CLOSE ROLLOUT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT RESULT-FILE.
           IF WS-RESULT-STATUS NOT = "00"
               DISPLAY "rollimp: could not open rollimp.rpt (status "
                   WS-RESULT-STATUS ")" END-DISPLAY
               CLOSE ROLLOUT-FILE
               CLOSE TERMCAP-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO WS-LINE.
           STRING "emulator rollout import - run date " WS-TODAY
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING.
           PERFORM EMIT-PARA.

           PERFORM UNTIL WS-ROLL-EOF
               READ ROLLOUT-FILE
                   AT END
                       MOVE "Y" TO WS-ROLL-EOF-SW
                   NOT AT END
                       PERFORM APPLY-ROLL-PARA
               END-READ
           END-PERFORM.
           CLOSE ROLLOUT-FILE.
           CLOSE TERMCAP-FILE.

      *    The roster is saved once for the whole wave; only when it
      *    is safely on disk are the inventory records retyped and
      *    marked for retest, so a failed save leaves both files as
      *    they were.
           IF WS-APPLIED-COUNT > 0
               PERFORM SAVE-PARA
               IF WS-SAVE-OK
                   PERFORM RETEST-PARA
               ELSE
                   MOVE "roster not saved - no line of the feed applied"
                       TO WS-LINE
                   PERFORM EMIT-PARA
                   MOVE 0 TO WS-APPLIED-COUNT
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           MOVE WS-APPLIED-COUNT TO ND-COUNT.
           MOVE WS-UNKNOWN-COUNT TO ND-COUNT2.
           MOVE WS-UNMATCH-COUNT TO ND-COUNT3.
           MOVE WS-REJECT-COUNT TO ND-COUNT4.
           MOVE SPACES TO WS-LINE.
           STRING "applied " FUNCTION TRIM(ND-COUNT)
               ", unknown type " FUNCTION TRIM(ND-COUNT2)
               ", unmatched " FUNCTION TRIM(ND-COUNT3)
               ", rejected " FUNCTION TRIM(ND-COUNT4)
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING.
           PERFORM EMIT-PARA.
           IF WS-NO-INV-COUNT > 0
               MOVE WS-NO-INV-COUNT TO ND-COUNT
               MOVE SPACES TO WS-LINE
               STRING "(" FUNCTION TRIM(ND-COUNT) " applied session(s) "
                   "have no inventory record yet - due as never "
                   "tested)" DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               PERFORM EMIT-PARA
           END-IF.
           CLOSE RESULT-FILE.
           IF RETURN-CODE NOT = 8
               IF WS-UNKNOWN-COUNT > 0 OR WS-UNMATCH-COUNT > 0
                       OR WS-REJECT-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

       LOAD-PARA.
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
                   MOVE "N" TO WS-SESS-ROLLED-SW(WS-SESS-COUNT)
               ELSE
                   MOVE "Y" TO WS-SESS-FULL-SW
               END-IF
           END-IF.

      * One feed line: both fields present or the line is rejected;
      * the new type (folded lower-case, as the roster stores it) must
      * be an active termcap entry; the session must be on the roster.
      * A session the feed names twice ends up with the later type.
       APPLY-ROLL-PARA.
           IF ROLL-SESSION = SPACES OR ROLL-TERM-TYPE = SPACES
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO WS-LINE
               STRING "REJECTED  '" ROLLOUT-REC "'"
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               PERFORM EMIT-PARA
           ELSE
               MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(ROLL-TERM-TYPE))
                   TO WS-TYPE-IN
               PERFORM CHECK-TYPE-PARA
               PERFORM FIND-ID-PARA
               EVALUATE TRUE
                   WHEN NOT WS-TYPE-OK
                       ADD 1 TO WS-UNKNOWN-COUNT
                       MOVE SPACES TO WS-LINE
                       STRING "UNKNOWN   " ROLL-SESSION " type '"
                           FUNCTION TRIM(WS-TYPE-IN)
                           "' is not an active type in termcap.dat"
                           DELIMITED BY SIZE INTO WS-LINE
                       END-STRING
                       PERFORM EMIT-PARA
                   WHEN NOT WS-FOUND
                       ADD 1 TO WS-UNMATCH-COUNT
                       MOVE SPACES TO WS-LINE
                       STRING "UNMATCHED " ROLL-SESSION
                           " not on sessions.lst"
                           DELIMITED BY SIZE INTO WS-LINE
                       END-STRING
                       PERFORM EMIT-PARA
                   WHEN OTHER
                       ADD 1 TO WS-APPLIED-COUNT
                       MOVE SPACES TO WS-LINE
                       STRING "APPLIED   " ROLL-SESSION " "
                           FUNCTION TRIM(WS-SESS-TYPE(WS-POS)) " -> "
                           FUNCTION TRIM(WS-TYPE-IN) ", due tonight"
                           DELIMITED BY SIZE INTO WS-LINE
                       END-STRING
                       PERFORM EMIT-PARA
                       MOVE WS-TYPE-IN TO WS-SESS-TYPE(WS-POS)
                       MOVE "Y" TO WS-SESS-ROLLED-SW(WS-POS)
               END-EVALUATE
           END-IF.

       CHECK-TYPE-PARA.
           MOVE "N" TO WS-TYPE-OK-SW.
           MOVE WS-TYPE-IN TO TCAP-NAME.
           READ TERMCAP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TCAP-ACTIVE
                       MOVE "Y" TO WS-TYPE-OK-SW
                   END-IF
           END-READ.

       FIND-ID-PARA.
           MOVE "N" TO WS-FOUND-SW.
           MOVE 0 TO WS-POS.
           PERFORM SCAN-ID-PARA TEST BEFORE
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-SESS-COUNT OR WS-FOUND.

       SCAN-ID-PARA.
           IF WS-SESS-ID(WS-IDX) = ROLL-SESSION
               MOVE "Y" TO WS-FOUND-SW
               MOVE WS-IDX TO WS-POS
           END-IF.

      * Roster save, as sessmnt.cbl's SAVE-PARA: the full roster to
      * sessions.tmp, then copied over sessions.lst.
       SAVE-PARA.
           MOVE "N" TO WS-SAVE-OK-SW.
           OPEN OUTPUT WORK-FILE.
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "rollimp: could not open sessions.tmp "
                   "(status " WS-WORK-STATUS ") - roster not saved"
                   END-DISPLAY
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
           OPEN INPUT WORK-FILE.
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "rollimp: could not reopen sessions.tmp "
                   "(status " WS-WORK-STATUS ") - sessions.lst left "
                   "as is" END-DISPLAY
           ELSE
               OPEN OUTPUT SESSION-FILE
               IF WS-SESSION-STATUS NOT = "00"
                   DISPLAY "rollimp: could not rewrite sessions.lst "
                       "(status " WS-SESSION-STATUS ") - saved "
                       "roster is in sessions.tmp" END-DISPLAY
                   CLOSE WORK-FILE
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

      * Inventory side of every retyped session: new type, retest
      * switch on. A master that cannot be opened is reported - the
      * roster already carries the new types, so colorbatch tests
      * them against the right capability either way, only not
      * necessarily tonight.
       RETEST-PARA.
           OPEN I-O TERMINV-FILE.
           IF WS-TINV-STATUS NOT = "00" AND WS-TINV-STATUS NOT = "05"
               MOVE SPACES TO WS-LINE
               STRING "terminv.dat unavailable (status " WS-TINV-STATUS
                   ") - types not copied, retests not forced"
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               PERFORM EMIT-PARA
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM RETEST-ONE-PARA TEST BEFORE
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SESS-COUNT
               CLOSE TERMINV-FILE
           END-IF.

       RETEST-ONE-PARA.
           IF WS-SESS-ROLLED(WS-IDX)
               MOVE WS-SESS-ID(WS-IDX) TO TINV-SESSION-ID
               READ TERMINV-FILE
                   INVALID KEY
                       ADD 1 TO WS-NO-INV-COUNT
                   NOT INVALID KEY
                       MOVE WS-SESS-TYPE(WS-IDX) TO TINV-TERM-TYPE
                       MOVE "Y" TO TINV-RETEST-SW
                       REWRITE TINV-REC
                           INVALID KEY
                               MOVE SPACES TO WS-LINE
                               STRING "inventory rewrite failed for "
                                   WS-SESS-ID(WS-IDX) " (status "
                                   WS-TINV-STATUS ")"
                                   DELIMITED BY SIZE INTO WS-LINE
                               END-STRING
                               PERFORM EMIT-PARA
                               MOVE 8 TO RETURN-CODE
                       END-REWRITE
               END-READ
           END-IF.

       EMIT-PARA.
           DISPLAY FUNCTION TRIM(WS-LINE TRAILING) END-DISPLAY.
           MOVE WS-LINE TO RESULT-REC.
           WRITE RESULT-REC.
