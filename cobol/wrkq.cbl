           01 ND-COUNT PICTURE ZZZ9.
           01 ND-FAILS PICTURE ZZZ9.
           01 WS-STATUS-TEXT PICTURE X(12).
      * Authorization check - P and R need WQRESOLVE.
           COPY "authlnk.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
                   MOVE "Y" TO WS-LIST-ALL-SW
                   PERFORM LIST-PARA
               WHEN "S" PERFORM SHOW-PARA
               WHEN "P"
                   MOVE "P)rogress work item" TO AUTHL-DETAIL
                   PERFORM AUTHORIZE-PARA
                   IF AUTHL-ALLOWED
                       PERFORM PROGRESS-PARA
                   END-IF
               WHEN "R"
                   MOVE "R)esolve work item" TO AUTHL-DETAIL
                   PERFORM AUTHORIZE-PARA
                   IF AUTHL-ALLOWED
                       PERFORM RESOLVE-PARA
                   END-IF
               WHEN "Q" MOVE "Y" TO WS-DONE-SW
               WHEN OTHER DISPLAY "unrecognized function" END-DISPLAY
           END-EVALUATE.

      * Both status changes come under WQRESOLVE - marking an item in
      * progress claims it as surely as resolving it closes it.
      * authchk has logged a refusal by the time it returns.
       AUTHORIZE-PARA.
           MOVE "wrkq" TO AUTHL-PROGRAM.
           MOVE "WQRESOLVE" TO AUTHL-FUNCTION.
           MOVE WS-STAMP-USER TO AUTHL-USER.
           CALL "authchk" USING AUTH-LINK END-CALL.
           IF AUTHL-DENIED
               DISPLAY "wrkq: " FUNCTION TRIM(WS-STAMP-USER)
                   " is not authorized for WQRESOLVE ("
                   FUNCTION TRIM(AUTHL-REASON) ") - refused and "
                   "logged" END-DISPLAY
           END-IF.

       GET-KEY-PARA.
           DISPLAY "Session ID: " WITH NO ADVANCING END-DISPLAY.
           ACCEPT WS-SESSION-IN END-ACCEPT.
