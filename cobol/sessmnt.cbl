           01 WS-DUP-IDX PICTURE 9(4) VALUE 0.
           01 ND-COUNT PICTURE ZZZ9.
           01 ND-COUNT2 PICTURE ZZZ9.
      * Authorization check - A, C, and D need ROSTER.
           01 WS-STAMP-USER PICTURE X(20).
           COPY "authlnk.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-STAMP-USER FROM ENVIRONMENT "USER" END-ACCEPT.
           PERFORM LOAD-PARA.
           MOVE WS-SESS-COUNT TO ND-COUNT.
           DISPLAY "sessmnt: " FUNCTION TRIM(ND-COUNT)
               WITH NO ADVANCING END-DISPLAY.
           ACCEPT WS-FUNC END-ACCEPT.
           EVALUATE FUNCTION UPPER-CASE(WS-FUNC)
               WHEN "A"
                   MOVE "A)dd session" TO AUTHL-DETAIL
                   PERFORM AUTHORIZE-PARA
                   IF AUTHL-ALLOWED
                       PERFORM ADD-PARA
                   END-IF
               WHEN "C"
                   MOVE "C)hange session" TO AUTHL-DETAIL
                   PERFORM AUTHORIZE-PARA
                   IF AUTHL-ALLOWED
                       PERFORM CHANGE-PARA
                   END-IF
               WHEN "D"
                   MOVE "D)elete session" TO AUTHL-DETAIL
                   PERFORM AUTHORIZE-PARA
                   IF AUTHL-ALLOWED
                       PERFORM DELETE-PARA
                   END-IF
               WHEN "L" PERFORM LIST-PARA
               WHEN "V" PERFORM VERIFY-PARA
               WHEN "Q" MOVE "Y" TO WS-DONE-SW
               WHEN OTHER DISPLAY "unrecognized function" END-DISPLAY
           END-EVALUATE.

      * Asked before any change is keyed; authchk has logged the
      * refusal by the time it returns.
       AUTHORIZE-PARA.
           MOVE "sessmnt" TO AUTHL-PROGRAM.
           MOVE "ROSTER" TO AUTHL-FUNCTION.
           MOVE WS-STAMP-USER TO AUTHL-USER.
           CALL "authchk" USING AUTH-LINK END-CALL.
           IF AUTHL-DENIED
               DISPLAY "sessmnt: " FUNCTION TRIM(WS-STAMP-USER)
                   " is not authorized for ROSTER ("
                   FUNCTION TRIM(AUTHL-REASON) ") - refused and "
                   "logged" END-DISPLAY
           END-IF.

       GET-ID-PARA.
           DISPLAY "Session ID: " WITH NO ADVANCING END-DISPLAY.
           ACCEPT WS-ID-IN END-ACCEPT.
