      * Display forms of the master's numeric fields
           01 WS-LEVEL-TEXT PICTURE X(14).
           01 WS-RESULT-TEXT PICTURE X(22).
      * Authorization check - a location update needs LOCATION; a
      * plain lookup needs nothing.
           01 WS-STAMP-USER PICTURE X(20).
           COPY "authlnk.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
               GOBACK
           END-IF.
           IF WS-LOC-IN NOT = SPACES
               PERFORM AUTHORIZE-PARA
               IF AUTHL-ALLOWED
                   PERFORM UPDATE-LOC-PARA
               ELSE
                   MOVE 8 TO RETURN-CODE
               END-IF
               GOBACK
           END-IF.

           CLOSE TERMINV-FILE.
           GOBACK.

      * authchk has logged a refusal by the time it returns.
       AUTHORIZE-PARA.
           ACCEPT WS-STAMP-USER FROM ENVIRONMENT "USER" END-ACCEPT.
           MOVE "terminq" TO AUTHL-PROGRAM.
           MOVE "LOCATION" TO AUTHL-FUNCTION.
           MOVE WS-STAMP-USER TO AUTHL-USER.
           MOVE SPACES TO AUTHL-DETAIL.
           STRING "location " WS-SESSION-ID " " WS-LOC-IN
               DELIMITED BY SIZE INTO AUTHL-DETAIL
           END-STRING.
           CALL "authchk" USING AUTH-LINK END-CALL.
           IF AUTHL-DENIED
               DISPLAY "terminq: " FUNCTION TRIM(WS-STAMP-USER)
                   " is not authorized for LOCATION ("
                   FUNCTION TRIM(AUTHL-REASON) ") - refused and "
                   "logged" END-DISPLAY
           END-IF.

      * Record (or correct) where the terminal physically sits. A
      * session not yet in the master gets a skeleton record with just
      * the location - colortest fills in the rest the first time the
               DISPLAY "Last result.: " FUNCTION TRIM(WS-RESULT-TEXT)
                   END-DISPLAY
           END-IF.
           IF TINV-DECOMMISSIONED
               DISPLAY "Status......: DECOMMISSIONED " TINV-STAT-DATE
                   " by " FUNCTION TRIM(TINV-STAT-USER) END-DISPLAY
           END-IF.
