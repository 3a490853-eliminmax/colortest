       DATA DIVISION.
       FILE SECTION.
       FD  LOG-FILE.
       01  LOG-REC PICTURE X(120).

       FD  WORK-FILE.
       01  WORK-REC PICTURE X(120).

      * The key carries date, time, session, and a collision sequence
      * number - two runs in the same second against the same session
               05 FILLER PICTURE X(10) VALUE "SITE".
               05 FILLER PICTURE X(10) VALUE "CONTRAST".
               05 FILLER PICTURE X(10) VALUE "VALIDATE".
               05 FILLER PICTURE X(10) VALUE "PROBE".
               05 FILLER PICTURE X(10) VALUE "COLORBLIND".
               05 FILLER PICTURE X(10) VALUE "OTHER".
           01 WS-RANGE-NAME-TBL REDEFINES WS-RANGE-NAMES.
               05 WS-RANGE-NAME PICTURE X(10) OCCURS 11 TIMES.
           01 WS-MON-TABLE.
               05 WS-MON-COUNT PICTURE 99 VALUE 0.
               05 WS-MON-ENTRY OCCURS 60 TIMES.
                   10 WS-MON-PASS PICTURE 9(5).
                   10 WS-MON-FAIL PICTURE 9(5).
                   10 WS-MON-REVIEW PICTURE 9(5).
                   10 WS-MON-RANGE-CNT PICTURE 9(5) OCCURS 11 TIMES.
           01 WS-MON-FULL-SW PICTURE X VALUE "N".
               88 WS-MON-FULL VALUE "Y".
           01 WS-MON-POS PICTURE 99 VALUE 0.
           01 WS-RNG-POS PICTURE 99 VALUE 0.
           01 WS-IDX PICTURE 99 VALUE 0.
           01 WS-RIDX PICTURE 99 VALUE 0.
           01 WS-FOUND-SW PICTURE X VALUE "N".
               88 WS-FOUND VALUE "Y".
      * Run counters for the job summary
                   MOVE 0 TO WS-MON-FAIL(WS-MON-COUNT)
                   MOVE 0 TO WS-MON-REVIEW(WS-MON-COUNT)
                   PERFORM ZERO-MONTH-RANGES-PARA TEST BEFORE
                       VARYING WS-RIDX FROM 1 BY 1 UNTIL WS-RIDX > 11
                   MOVE WS-MON-COUNT TO WS-MON-POS
                   MOVE "Y" TO WS-FOUND-SW
               ELSE
           END-IF.

       FIND-RANGE-POS-PARA.
           MOVE 11 TO WS-RNG-POS.
           PERFORM FIND-RANGE-TRY-PARA TEST BEFORE
               VARYING WS-RIDX FROM 1 BY 1 UNTIL WS-RIDX > 10.

       FIND-RANGE-TRY-PARA.
           IF WS-RANGE-NAME(WS-RIDX) = WS-CUR-RANGE
           END-STRING.
           PERFORM EMIT-PARA.
           PERFORM ROLLUP-RANGE-PARA TEST BEFORE
               VARYING WS-RIDX FROM 1 BY 1 UNTIL WS-RIDX > 11.

       ROLLUP-RANGE-PARA.
           IF WS-MON-RANGE-CNT(WS-IDX, WS-RIDX) > 0
