           01 ND-COUNT2 PICTURE ZZZZ9.
           01 ND-COUNT3 PICTURE ZZZZ9.
           01 WS-LINE PICTURE X(80).
      * Authorization check - a bulk move import is a location update
      * many times over, so it needs LOCATION like terminq's.
           01 WS-STAMP-USER PICTURE X(20).
           COPY "authlnk.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-STAMP-USER FROM ENVIRONMENT "USER" END-ACCEPT.
           MOVE "invimp" TO AUTHL-PROGRAM.
           MOVE "LOCATION" TO AUTHL-FUNCTION.
           MOVE WS-STAMP-USER TO AUTHL-USER.
           MOVE "bulk move import locmoves.dat" TO AUTHL-DETAIL.
           CALL "authchk" USING AUTH-LINK END-CALL.
           IF AUTHL-DENIED
               DISPLAY "invimp: " FUNCTION TRIM(WS-STAMP-USER)
                   " is not authorized for LOCATION ("
                   FUNCTION TRIM(AUTHL-REASON) ") - refused and "
                   "logged" END-DISPLAY
               CLOSE MOVES-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O TERMINV-FILE.
           IF WS-TINV-STATUS NOT = "00" AND WS-TINV-STATUS NOT = "05"
               DISPLAY "invimp: could not open terminv.dat (status "
