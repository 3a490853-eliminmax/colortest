      * SPDX-FileCopyrightText: 2023 - 2024 Eli Array Minkoff
      * SPDX-License-Identifier: GPL-3.0-only
       IDENTIFICATION DIVISION.
       PROGRAM-ID. authmnt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Operator authorization file - who may do what. Every
      *    maintenance program asks authchk.cbl, which reads this file,
      *    before it applies a change; this program is the only way in,
      *    and it asks authchk too (function AUTHMAINT). An empty file
      *    lets the first user in to add themselves.
           SELECT OPTIONAL USERAUTH-FILE ASSIGN TO "userauth.dat"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS AUTH-USER
               FILE STATUS IS WS-AUTH-STATUS.
      *    Change journal - every Add, Grant, Revoke, and Delete that
      *    lands appends the user's function list before and after,
      *    the way capjrnl.dat keeps termcap.dat's history. Who could
      *    do what, and who said so, has to outlive the next change.
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "authjrnl.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USERAUTH-FILE.
           COPY "authrec.cpy".

       FD  JOURNAL-FILE.
           COPY "authjrnl.cpy".

       WORKING-STORAGE SECTION.
           01 WS-AUTH-STATUS PICTURE XX.
           01 WS-DONE-SW PICTURE X VALUE "N".
               88 WS-DONE VALUE "Y".
           01 WS-EOF-SW PICTURE X VALUE "N".
               88 WS-EOF VALUE "Y".
      * Operator answers
           01 WS-FUNC PICTURE X VALUE SPACE.
           01 WS-USER-IN PICTURE X(20) VALUE SPACES.
           01 WS-FUNC-IN PICTURE X(10) VALUE SPACES.
           01 WS-FUNCS-IN PICTURE X(110) VALUE SPACES.
           01 WS-CONFIRM PICTURE X VALUE SPACE.
               88 WS-CONFIRMED VALUE "Y" "y".
      * A function list keyed on Add, split into its codes
           01 WS-TOKENS.
               05 WS-TOK PICTURE X(10) OCCURS 10 TIMES.
           01 WS-TOK-IDX PICTURE 99 VALUE 0.
           01 WS-LIST-OK-SW PICTURE X VALUE "N".
               88 WS-LIST-OK VALUE "Y".
      * Maintenance stamp applied to every change
           01 WS-STAMP-USER PICTURE X(20).
           01 WS-STAMP-DATE PICTURE 9(8).
           01 WS-STAMP-TIME PICTURE 9(8).
      * Journal plumbing - the action, the function granted or
      * revoked, and the function list as it stood before.
           01 WS-JRNL-STATUS PICTURE XX.
           01 WS-JRN-ACTION PICTURE X(6) VALUE SPACES.
           01 WS-JRN-FUNCTION PICTURE X(10) VALUE SPACES.
           01 WS-BEF-FUNCS PICTURE X(100) VALUE SPACES.
      * The function codes the maintenance programs ask for - keep in
      * step with authrec.cpy and the programs' CALLs to authchk.
           01 WS-KNOWN-FUNCS.
               05 FILLER PICTURE X(10) VALUE "CAPMAINT".
               05 FILLER PICTURE X(10) VALUE "ROSTER".
               05 FILLER PICTURE X(10) VALUE "WQRESOLVE".
               05 FILLER PICTURE X(10) VALUE "LOCATION".
               05 FILLER PICTURE X(10) VALUE "DECOMM".
               05 FILLER PICTURE X(10) VALUE "ROLLOUT".
               05 FILLER PICTURE X(10) VALUE "RELOAD".
               05 FILLER PICTURE X(10) VALUE "SITELOAD".
               05 FILLER PICTURE X(10) VALUE "AUTHMAINT".
           01 WS-KNOWN-TBL REDEFINES WS-KNOWN-FUNCS.
               05 WS-KNOWN-FUNC PICTURE X(10) OCCURS 9 TIMES.
           01 WS-KNOWN-SW PICTURE X VALUE "N".
               88 WS-KNOWN VALUE "Y".
           01 WS-FOUND-SW PICTURE X VALUE "N".
               88 WS-FOUND VALUE "Y".
           01 WS-IDX PICTURE 99 VALUE 0.
           01 WS-POS PICTURE 99 VALUE 0.
           01 WS-CHK-FUNC PICTURE X(10) VALUE SPACES.
           01 WS-USER-COUNT PICTURE 9(4) VALUE 0.
           01 ND-COUNT PICTURE ZZZ9.
           COPY "authlnk.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-STAMP-USER FROM ENVIRONMENT "USER" END-ACCEPT.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD END-ACCEPT.
           MOVE "authmnt" TO AUTHL-PROGRAM.
           MOVE "AUTHMAINT" TO AUTHL-FUNCTION.
           MOVE WS-STAMP-USER TO AUTHL-USER.
           MOVE "authorization maintenance" TO AUTHL-DETAIL.
           CALL "authchk" USING AUTH-LINK END-CALL.
           IF AUTHL-DENIED
               DISPLAY "authmnt: " FUNCTION TRIM(WS-STAMP-USER)
                   " is not authorized for AUTHMAINT ("
                   FUNCTION TRIM(AUTHL-REASON) ") - refused and "
                   "logged" END-DISPLAY
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF AUTHL-REASON = "FIRST-TIME SETUP"
               DISPLAY "authmnt: no users on file - first-time setup; "
                   "add yourself with AUTHMAINT first" END-DISPLAY
           END-IF.
           OPEN I-O USERAUTH-FILE.
           IF WS-AUTH-STATUS NOT = "00" AND WS-AUTH-STATUS NOT = "05"
               DISPLAY "authmnt: could not open userauth.dat (status "
                   WS-AUTH-STATUS ")" END-DISPLAY
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM FUNCTION-PARA TEST AFTER UNTIL WS-DONE.
           CLOSE USERAUTH-FILE.
           GOBACK.

       FUNCTION-PARA.
           DISPLAY "authmnt - A)dd G)rant R)evoke D)elete L)ist "
               "Q)uit: " WITH NO ADVANCING END-DISPLAY.
           ACCEPT WS-FUNC END-ACCEPT.
           EVALUATE FUNCTION UPPER-CASE(WS-FUNC)
               WHEN "A" PERFORM ADD-PARA
               WHEN "G" PERFORM GRANT-PARA
               WHEN "R" PERFORM REVOKE-PARA
               WHEN "D" PERFORM DELETE-PARA
               WHEN "L" PERFORM LIST-PARA
               WHEN "Q" MOVE "Y" TO WS-DONE-SW
               WHEN OTHER DISPLAY "unrecognized function" END-DISPLAY
           END-EVALUATE.

      * User IDs are kept exactly as the USER environment variable
      * gives them - that is what the programs pass to authchk.
       GET-USER-PARA.
           DISPLAY "User ID: " WITH NO ADVANCING END-DISPLAY.
           ACCEPT WS-USER-IN END-ACCEPT.
           MOVE FUNCTION TRIM(WS-USER-IN) TO WS-USER-IN.

       GET-FUNC-PARA.
           DISPLAY "Function (CAPMAINT ROSTER WQRESOLVE LOCATION "
               "DECOMM ROLLOUT RELOAD SITELOAD AUTHMAINT): "
               WITH NO ADVANCING END-DISPLAY.
           ACCEPT WS-FUNC-IN END-ACCEPT.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FUNC-IN))
               TO WS-FUNC-IN.

       CHECK-KNOWN-PARA.
           MOVE "N" TO WS-KNOWN-SW.
           PERFORM CHECK-KNOWN-ONE-PARA TEST BEFORE
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > 9 OR WS-KNOWN.

       CHECK-KNOWN-ONE-PARA.
           IF WS-KNOWN-FUNC(WS-IDX) = WS-CHK-FUNC
               MOVE "Y" TO WS-KNOWN-SW
           END-IF.

      * Does the record as read hold WS-CHK-FUNC? WS-POS is its slot.
       FIND-FUNC-PARA.
           MOVE "N" TO WS-FOUND-SW.
           MOVE 0 TO WS-POS.
           PERFORM FIND-FUNC-ONE-PARA TEST BEFORE
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > 10 OR WS-FOUND.

       FIND-FUNC-ONE-PARA.
           IF AUTH-FUNC(WS-IDX) = WS-CHK-FUNC
               MOVE "Y" TO WS-FOUND-SW
               MOVE WS-IDX TO WS-POS
           END-IF.

       STAMP-PARA.
           MOVE WS-STAMP-USER TO AUTH-UPD-USER.
           MOVE WS-STAMP-DATE TO AUTH-UPD-DATE.

      * One journal record per change that landed. As in capmaint, a
      * journal that cannot be opened is reported but does not undo
      * the change - it is already on file either way.
       JOURNAL-PARA.
           ACCEPT WS-STAMP-TIME FROM TIME END-ACCEPT.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JRNL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           IF WS-JRNL-STATUS NOT = "00" AND WS-JRNL-STATUS NOT = "05"
               DISPLAY "authmnt: could not open authjrnl.dat (status "
                   WS-JRNL-STATUS "), change not journaled"
                   END-DISPLAY
           ELSE
               MOVE SPACES TO AJRN-REC
               MOVE WS-STAMP-DATE TO AJRN-DATE
               MOVE WS-STAMP-TIME TO AJRN-TIME
               MOVE WS-STAMP-USER TO AJRN-USER
               MOVE WS-JRN-ACTION TO AJRN-ACTION
               MOVE WS-USER-IN TO AJRN-TARGET
               MOVE WS-JRN-FUNCTION TO AJRN-FUNCTION
               MOVE WS-BEF-FUNCS TO AJRN-BEFORE
               IF WS-JRN-ACTION NOT = "DELETE"
                   MOVE AUTH-FUNCS TO AJRN-AFTER
               END-IF
               WRITE AJRN-REC
               CLOSE JOURNAL-FILE
           END-IF.

       ADD-PARA.
           PERFORM GET-USER-PARA.
           IF WS-USER-IN = SPACES
               DISPLAY "no user ID given" END-DISPLAY
           ELSE
               MOVE WS-USER-IN TO AUTH-USER
               READ USERAUTH-FILE
                   INVALID KEY
                       PERFORM ADD-NEW-PARA
                   NOT INVALID KEY
                       DISPLAY "'" FUNCTION TRIM(WS-USER-IN)
                           "' is already on file - use G)rant"
                           END-DISPLAY
               END-READ
           END-IF.

       ADD-NEW-PARA.
           DISPLAY "Functions, separated by spaces: "
               WITH NO ADVANCING END-DISPLAY.
           ACCEPT WS-FUNCS-IN END-ACCEPT.
           MOVE FUNCTION UPPER-CASE(WS-FUNCS-IN) TO WS-FUNCS-IN.
           MOVE SPACES TO WS-TOKENS.
           UNSTRING WS-FUNCS-IN DELIMITED BY ALL SPACE
               INTO WS-TOK(1) WS-TOK(2) WS-TOK(3) WS-TOK(4)
                   WS-TOK(5) WS-TOK(6) WS-TOK(7) WS-TOK(8)
                   WS-TOK(9) WS-TOK(10)
           END-UNSTRING.
           MOVE SPACES TO AUTH-REC.
           MOVE WS-USER-IN TO AUTH-USER.
           MOVE "Y" TO WS-LIST-OK-SW.
           MOVE 0 TO WS-POS.
           PERFORM ADD-TOKEN-PARA TEST BEFORE
               VARYING WS-TOK-IDX FROM 1 BY 1
               UNTIL WS-TOK-IDX > 10 OR NOT WS-LIST-OK.
           EVALUATE TRUE
               WHEN NOT WS-LIST-OK
                   DISPLAY "unknown function '"
                       FUNCTION TRIM(WS-CHK-FUNC)
                       "' - user not added" END-DISPLAY
               WHEN AUTH-FUNCS = SPACES
                   DISPLAY "no functions given - user not added"
                       END-DISPLAY
               WHEN OTHER
                   PERFORM STAMP-PARA
                   WRITE AUTH-REC
                       INVALID KEY
                           DISPLAY "authmnt: write failed (status "
                               WS-AUTH-STATUS ")" END-DISPLAY
                       NOT INVALID KEY
                           DISPLAY "added '" FUNCTION TRIM(WS-USER-IN)
                               "' with " FUNCTION TRIM(AUTH-FUNCS)
                               END-DISPLAY
                           MOVE "ADD" TO WS-JRN-ACTION
                           MOVE SPACES TO WS-JRN-FUNCTION
                           MOVE SPACES TO WS-BEF-FUNCS
                           PERFORM JOURNAL-PARA
                   END-WRITE
           END-EVALUATE.

      * A code keyed twice is kept once.
       ADD-TOKEN-PARA.
           MOVE WS-TOK(WS-TOK-IDX) TO WS-CHK-FUNC.
           IF WS-CHK-FUNC NOT = SPACES
               PERFORM CHECK-KNOWN-PARA
               IF WS-KNOWN
                   PERFORM FIND-FUNC-PARA
                   IF NOT WS-FOUND
                       ADD 1 TO WS-POS
                       MOVE WS-CHK-FUNC TO AUTH-FUNC(WS-POS)
                   END-IF
               ELSE
                   MOVE "N" TO WS-LIST-OK-SW
               END-IF
           END-IF.

       GRANT-PARA.
           PERFORM GET-USER-PARA.
           MOVE WS-USER-IN TO AUTH-USER.
           READ USERAUTH-FILE
               INVALID KEY
                   DISPLAY "'" FUNCTION TRIM(WS-USER-IN)
                       "' not on file - use A)dd" END-DISPLAY
               NOT INVALID KEY
                   PERFORM GRANT-FOUND-PARA
           END-READ.

       GRANT-FOUND-PARA.
           DISPLAY "current: " FUNCTION TRIM(AUTH-FUNCS) END-DISPLAY.
           PERFORM GET-FUNC-PARA.
           MOVE WS-FUNC-IN TO WS-CHK-FUNC.
           PERFORM CHECK-KNOWN-PARA.
           IF NOT WS-KNOWN
               DISPLAY "unknown function - no change made" END-DISPLAY
           ELSE
               PERFORM FIND-FUNC-PARA
               IF WS-FOUND
                   DISPLAY "'" FUNCTION TRIM(WS-USER-IN)
                       "' already has " FUNCTION TRIM(WS-FUNC-IN)
                       END-DISPLAY
               ELSE
                   MOVE SPACES TO WS-CHK-FUNC
                   PERFORM FIND-FUNC-PARA
                   IF NOT WS-FOUND
                       DISPLAY "all 10 function slots in use - "
                           "no change made" END-DISPLAY
                   ELSE
                       MOVE AUTH-FUNCS TO WS-BEF-FUNCS
                       MOVE WS-FUNC-IN TO AUTH-FUNC(WS-POS)
                       PERFORM STAMP-PARA
                       REWRITE AUTH-REC
                           INVALID KEY
                               DISPLAY "rewrite failed (status "
                                   WS-AUTH-STATUS ")" END-DISPLAY
                           NOT INVALID KEY
                               DISPLAY "granted "
                                   FUNCTION TRIM(WS-FUNC-IN) " to '"
                                   FUNCTION TRIM(WS-USER-IN) "'"
                                   END-DISPLAY
                               MOVE "GRANT" TO WS-JRN-ACTION
                               MOVE WS-FUNC-IN TO WS-JRN-FUNCTION
                               PERFORM JOURNAL-PARA
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.

       REVOKE-PARA.
           PERFORM GET-USER-PARA.
           MOVE WS-USER-IN TO AUTH-USER.
           READ USERAUTH-FILE
               INVALID KEY
                   DISPLAY "'" FUNCTION TRIM(WS-USER-IN)
                       "' not on file" END-DISPLAY
               NOT INVALID KEY
                   PERFORM REVOKE-FOUND-PARA
           END-READ.

      * The remaining codes close up so the slots stay packed.
       REVOKE-FOUND-PARA.
           DISPLAY "current: " FUNCTION TRIM(AUTH-FUNCS) END-DISPLAY.
           PERFORM GET-FUNC-PARA.
           MOVE WS-FUNC-IN TO WS-CHK-FUNC.
           PERFORM FIND-FUNC-PARA.
           IF NOT WS-FOUND OR WS-FUNC-IN = SPACES
               DISPLAY "'" FUNCTION TRIM(WS-USER-IN)
                   "' does not have that function - no change made"
                   END-DISPLAY
           ELSE
               MOVE AUTH-FUNCS TO WS-BEF-FUNCS
               PERFORM SHIFT-UP-PARA TEST BEFORE
                   VARYING WS-IDX FROM WS-POS BY 1 UNTIL WS-IDX > 9
               MOVE SPACES TO AUTH-FUNC(10)
               PERFORM STAMP-PARA
               REWRITE AUTH-REC
                   INVALID KEY
                       DISPLAY "rewrite failed (status "
                           WS-AUTH-STATUS ")" END-DISPLAY
                   NOT INVALID KEY
                       DISPLAY "revoked " FUNCTION TRIM(WS-FUNC-IN)
                           " from '" FUNCTION TRIM(WS-USER-IN) "'"
                           END-DISPLAY
                       MOVE "REVOKE" TO WS-JRN-ACTION
                       MOVE WS-FUNC-IN TO WS-JRN-FUNCTION
                       PERFORM JOURNAL-PARA
               END-REWRITE
           END-IF.

       SHIFT-UP-PARA.
           MOVE AUTH-FUNC(WS-IDX + 1) TO AUTH-FUNC(WS-IDX).

       DELETE-PARA.
           PERFORM GET-USER-PARA.
           MOVE WS-USER-IN TO AUTH-USER.
           READ USERAUTH-FILE
               INVALID KEY
                   DISPLAY "'" FUNCTION TRIM(WS-USER-IN)
                       "' not on file" END-DISPLAY
               NOT INVALID KEY
                   PERFORM DELETE-FOUND-PARA
           END-READ.

       DELETE-FOUND-PARA.
           DISPLAY "current: " FUNCTION TRIM(AUTH-FUNCS) END-DISPLAY.
           DISPLAY "Delete this user? (Y/N): " WITH NO ADVANCING
               END-DISPLAY.
           MOVE SPACE TO WS-CONFIRM.
           ACCEPT WS-CONFIRM END-ACCEPT.
           IF NOT WS-CONFIRMED
               DISPLAY "no change made" END-DISPLAY
           ELSE
               MOVE AUTH-FUNCS TO WS-BEF-FUNCS
               DELETE USERAUTH-FILE RECORD
                   INVALID KEY
                       DISPLAY "delete failed (status "
                           WS-AUTH-STATUS ")" END-DISPLAY
                   NOT INVALID KEY
                       DISPLAY "deleted '" FUNCTION TRIM(WS-USER-IN)
                           "'" END-DISPLAY
                       MOVE "DELETE" TO WS-JRN-ACTION
                       MOVE SPACES TO WS-JRN-FUNCTION
                       PERFORM JOURNAL-PARA
               END-DELETE
           END-IF.

       LIST-PARA.
           MOVE 0 TO WS-USER-COUNT.
           MOVE "N" TO WS-EOF-SW.
           MOVE LOW-VALUES TO AUTH-USER.
           START USERAUTH-FILE KEY NOT < AUTH-USER
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SW
           END-START.
           PERFORM LIST-NEXT-PARA UNTIL WS-EOF.
           MOVE WS-USER-COUNT TO ND-COUNT.
           DISPLAY FUNCTION TRIM(ND-COUNT) " user(s) on file"
               END-DISPLAY.

       LIST-NEXT-PARA.
           READ USERAUTH-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-USER-COUNT
                   DISPLAY AUTH-USER " " FUNCTION TRIM(AUTH-FUNCS)
                       END-DISPLAY
                   DISPLAY "    updated " AUTH-UPD-DATE " by "
                       FUNCTION TRIM(AUTH-UPD-USER) END-DISPLAY
           END-READ.
