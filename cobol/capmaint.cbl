           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "capjrnl.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
      *    The roster, read only - a Change or Retire is weighed
      *    against the sessions it would move off PASS before it is
      *    allowed to land (capimpct.cbl gives the same what-if as a
      *    report, grouped by floor location).
           SELECT OPTIONAL SESSION-FILE ASSIGN TO "sessions.lst"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
           COPY "capjrnl.cpy".

       FD  SESSION-FILE.
           COPY "sessrec.cpy".

       WORKING-STORAGE SECTION.
           01 WS-TCAP-STATUS PICTURE XX.
           01 WS-DONE-SW PICTURE X VALUE "N".
           01 WS-BEF-STATUS PICTURE X VALUE SPACE.
           01 WS-BEF-UPD-USER PICTURE X(20) VALUE SPACES.
           01 WS-BEF-UPD-DATE PICTURE X(8) VALUE SPACES.
      * Impact of a pending Change or Retire on the roster - the
      * capability as proposed, each session's VALIDATE outcome before
      * and after (0 pass, 4 review, 8 fail), and the operator's go.
           01 WS-SESSION-STATUS PICTURE XX.
           01 WS-IMP-EOF-SW PICTURE X VALUE "N".
               88 WS-IMP-EOF VALUE "Y".
           01 WS-IMP-NEW-LEVEL PICTURE X VALUE SPACE.
           01 WS-IMP-NEW-STATUS PICTURE X VALUE SPACE.
           01 WS-IMP-EXP-SEL PICTURE X(10) VALUE SPACES.
               88 WS-IMP-EXP-BASIC16 VALUE "BASIC16".
               88 WS-IMP-EXP-CUBE256 VALUE "CUBE256".
               88 WS-IMP-EXP-TRUECOLOR VALUE "TRUECOLOR".
           01 WS-IMP-EXP-NUM PICTURE 9 VALUE 0.
           01 WS-IMP-RC-BEFORE PICTURE 9 VALUE 0.
           01 WS-IMP-RC-AFTER PICTURE 9 VALUE 0.
           01 WS-IMP-COUNT PICTURE 9(4) VALUE 0.
           01 WS-IMP-LOST PICTURE 9(4) VALUE 0.
           01 WS-IMP-COUNT-ND PICTURE ZZZ9.
           01 WS-IMP-LOST-ND PICTURE ZZZ9.
           01 WS-CONFIRM PICTURE X VALUE SPACE.
               88 WS-CONFIRMED VALUE "Y" "y".
      * Seed table formerly compiled into colortest.cbl, kept as the
      * initial load for a freshly created capability file.
           COPY "termcap.cpy".
           01 WS-SEED-IDX PICTURE 99 VALUE 0.
           01 WS-SEED-COUNT PICTURE 99 VALUE 0.
           01 WS-SEED-COUNT-ND PICTURE Z9.
      * Authorization check - A, C, R, and S need CAPMAINT.
           COPY "authlnk.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
               WITH NO ADVANCING END-DISPLAY.
           ACCEPT WS-FUNC END-ACCEPT.
           EVALUATE FUNCTION UPPER-CASE(WS-FUNC)
               WHEN "A"
                   MOVE "A)dd capability" TO AUTHL-DETAIL
                   PERFORM AUTHORIZE-PARA
                   IF AUTHL-ALLOWED
                       PERFORM ADD-PARA
                   END-IF
               WHEN "C"
                   MOVE "C)hange capability" TO AUTHL-DETAIL
                   PERFORM AUTHORIZE-PARA
                   IF AUTHL-ALLOWED
                       PERFORM CHANGE-PARA
                   END-IF
               WHEN "R"
                   MOVE "R)etire capability" TO AUTHL-DETAIL
                   PERFORM AUTHORIZE-PARA
                   IF AUTHL-ALLOWED
                       PERFORM RETIRE-PARA
                   END-IF
               WHEN "L" PERFORM LIST-PARA
               WHEN "S"
                   MOVE "S)eed capability file" TO AUTHL-DETAIL
                   PERFORM AUTHORIZE-PARA
                   IF AUTHL-ALLOWED
                       PERFORM SEED-PARA
                   END-IF
               WHEN "Q" MOVE "Y" TO WS-DONE-SW
               WHEN OTHER DISPLAY "unrecognized function" END-DISPLAY
           END-EVALUATE.

      * Asked before any change is keyed, so a user without CAPMAINT
      * is turned away at the menu rather than after the prompts.
      * authchk has logged the refusal by the time it returns.
       AUTHORIZE-PARA.
           MOVE "capmaint" TO AUTHL-PROGRAM.
           MOVE "CAPMAINT" TO AUTHL-FUNCTION.
           MOVE WS-STAMP-USER TO AUTHL-USER.
           CALL "authchk" USING AUTH-LINK END-CALL.
           IF AUTHL-DENIED
               DISPLAY "capmaint: " FUNCTION TRIM(WS-STAMP-USER)
                   " is not authorized for CAPMAINT ("
                   FUNCTION TRIM(AUTHL-REASON) ") - refused and "
                   "logged" END-DISPLAY
           END-IF.

      * Terminal type names are stored lower-case - they
      * conventionally are, and colortest.cbl's VALIDATE lookup folds
      * its input the same way before the keyed read.
           IF WS-LEVEL-IN = "1" OR WS-LEVEL-IN = "2"
                   OR WS-LEVEL-IN = "3"
               PERFORM GET-EFF-DATE-PARA
               MOVE WS-LEVEL-IN TO WS-IMP-NEW-LEVEL
               MOVE "A" TO WS-IMP-NEW-STATUS
               PERFORM IMPACT-PARA
               IF WS-CONFIRMED
                   PERFORM CHANGE-APPLY-PARA
               ELSE
                   DISPLAY "no change made" END-DISPLAY
               END-IF
           ELSE
               DISPLAY "level must be 1, 2, or 3 - no change made"
                   END-DISPLAY
           END-IF.

       CHANGE-APPLY-PARA.
           MOVE WS-LEVEL-IN TO TCAP-LEVEL.
           MOVE WS-DATE-IN TO TCAP-EFF-DATE.
           IF TCAP-RETIRED
               DISPLAY "note: '" FUNCTION TRIM(WS-NAME-IN)
                   "' was retired - change reactivates it"
               END-DISPLAY
           END-IF.
           MOVE "A" TO TCAP-STATUS.
           PERFORM STAMP-PARA.
           REWRITE TCAP-REC
               INVALID KEY
                   DISPLAY "rewrite failed (status "
                       WS-TCAP-STATUS ")" END-DISPLAY
               NOT INVALID KEY
                   DISPLAY "changed '" FUNCTION TRIM(WS-NAME-IN)
                       "' to level " WS-LEVEL-IN END-DISPLAY
                   MOVE "CHANGE" TO WS-JRN-ACTION
                   PERFORM JOURNAL-PARA
           END-REWRITE.

       RETIRE-PARA.
           PERFORM GET-NAME-PARA.
           MOVE WS-NAME-IN TO TCAP-NAME.
                           "' is already retired" END-DISPLAY
                   ELSE
                       PERFORM SET-BEFORE-PARA
                       MOVE TCAP-LEVEL TO WS-IMP-NEW-LEVEL
                       MOVE "R" TO WS-IMP-NEW-STATUS
                       PERFORM IMPACT-PARA
                       IF WS-CONFIRMED
                           PERFORM RETIRE-APPLY-PARA
                       ELSE
                           DISPLAY "no change made" END-DISPLAY
                       END-IF
                   END-IF
           END-READ.

       RETIRE-APPLY-PARA.
           MOVE "R" TO TCAP-STATUS.
           PERFORM STAMP-PARA.
           REWRITE TCAP-REC
               INVALID KEY
                   DISPLAY "rewrite failed (status "
                       WS-TCAP-STATUS ")" END-DISPLAY
               NOT INVALID KEY
                   DISPLAY "retired '"
                       FUNCTION TRIM(WS-NAME-IN) "'"
                       END-DISPLAY
                   MOVE "RETIRE" TO WS-JRN-ACTION
                   PERFORM JOURNAL-PARA
           END-REWRITE.

      * Before a Change or Retire lands: every roster session of this
      * type whose VALIDATE outcome would differ - the record as read
      * (the before image) against the level and status proposed - is
      * shown with the count, and the operator confirms. The decision
      * is the one colortest.cbl's VALIDATE-PARA makes. No roster on
      * disk means nothing to weigh, but the confirm still stands.
       IMPACT-PARA.
           MOVE 0 TO WS-IMP-COUNT.
           MOVE 0 TO WS-IMP-LOST.
           MOVE "N" TO WS-IMP-EOF-SW.
           OPEN INPUT SESSION-FILE.
           IF WS-SESSION-STATUS = "00"
               PERFORM UNTIL WS-IMP-EOF
                   READ SESSION-FILE
                       AT END
                           MOVE "Y" TO WS-IMP-EOF-SW
                       NOT AT END
                           PERFORM IMPACT-SESSION-PARA
                   END-READ
               END-PERFORM
           ELSE
               IF WS-SESSION-STATUS NOT = "05"
                   DISPLAY "capmaint: could not open sessions.lst "
                       "(status " WS-SESSION-STATUS
                       ") - impact not assessed" END-DISPLAY
               END-IF
           END-IF.
           CLOSE SESSION-FILE.
           MOVE WS-IMP-COUNT TO WS-IMP-COUNT-ND.
           MOVE WS-IMP-LOST TO WS-IMP-LOST-ND.
           DISPLAY FUNCTION TRIM(WS-IMP-COUNT-ND)
               " session(s) would change VALIDATE outcome, "
               FUNCTION TRIM(WS-IMP-LOST-ND) " of them losing PASS"
               END-DISPLAY.
           DISPLAY "Apply this change? (Y/N): " WITH NO ADVANCING
               END-DISPLAY.
           MOVE SPACE TO WS-CONFIRM.
           ACCEPT WS-CONFIRM END-ACCEPT.

       IMPACT-SESSION-PARA.
           IF FUNCTION LOWER-CASE(FUNCTION TRIM(SESS-TERM-TYPE))
                   = WS-NAME-IN
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SESS-EXP-LEVEL))
                   TO WS-IMP-EXP-SEL
               MOVE 0 TO WS-IMP-EXP-NUM
               IF WS-IMP-EXP-BASIC16
                   MOVE 1 TO WS-IMP-EXP-NUM
               END-IF
               IF WS-IMP-EXP-CUBE256
                   MOVE 2 TO WS-IMP-EXP-NUM
               END-IF
               IF WS-IMP-EXP-TRUECOLOR
                   MOVE 3 TO WS-IMP-EXP-NUM
               END-IF
               IF WS-IMP-EXP-NUM > 0
                   MOVE 4 TO WS-IMP-RC-BEFORE
                   IF WS-BEF-STATUS = "A"
                       IF WS-BEF-LEVEL >= WS-IMP-EXP-NUM
                           MOVE 0 TO WS-IMP-RC-BEFORE
                       ELSE
                           MOVE 8 TO WS-IMP-RC-BEFORE
                       END-IF
                   END-IF
                   MOVE 4 TO WS-IMP-RC-AFTER
                   IF WS-IMP-NEW-STATUS = "A"
                       IF WS-IMP-NEW-LEVEL >= WS-IMP-EXP-NUM
                           MOVE 0 TO WS-IMP-RC-AFTER
                       ELSE
                           MOVE 8 TO WS-IMP-RC-AFTER
                       END-IF
                   END-IF
                   IF WS-IMP-RC-BEFORE NOT = WS-IMP-RC-AFTER
                       ADD 1 TO WS-IMP-COUNT
                       IF WS-IMP-RC-BEFORE = 0
                           ADD 1 TO WS-IMP-LOST
                       END-IF
                       DISPLAY "  " SESS-ID "  expect " SESS-EXP-LEVEL
                           "  rc " WS-IMP-RC-BEFORE " -> "
                           WS-IMP-RC-AFTER END-DISPLAY
                   END-IF
               END-IF
           END-IF.

       LIST-PARA.
           MOVE "N" TO WS-EOF-SW.
           MOVE LOW-VALUES TO TCAP-NAME.
