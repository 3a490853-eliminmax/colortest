               FILE STATUS IS WS-TINV-STATUS.
      *    The delimited export the asset system loads - one header
      *    line naming the columns, then one pipe-delimited line per
      *    inventory record, fields trimmed. Decommissioned terminals
      *    stay in the export - the asset system retires them - with
      *    status D and the date it happened; status is blank for a
      *    terminal in service.
           SELECT EXPORT-FILE ASSIGN TO "terminv.exp"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXP-STATUS.
               88 WS-TINV-EOF VALUE "Y".
           01 WS-EXPORT-COUNT PICTURE 9(6) VALUE 0.
           01 ND-COUNT PICTURE ZZZZZ9.
           01 WS-STATUS-COLS PICTURE X(10).

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE SPACES TO EXPORT-REC.
           STRING "session|term_type|floor_loc|exp_level|"
               "last_date|last_time|last_rc|status|status_date"
               DELIMITED BY SIZE INTO EXPORT-REC
           END-STRING.
           WRITE EXPORT-REC.

       EXPORT-ONE-PARA.
           ADD 1 TO WS-EXPORT-COUNT.
           MOVE SPACES TO WS-STATUS-COLS.
           IF TINV-DECOMMISSIONED
               STRING "D|" TINV-STAT-DATE
                   DELIMITED BY SIZE INTO WS-STATUS-COLS
               END-STRING
           ELSE
               MOVE "|" TO WS-STATUS-COLS
           END-IF.
           MOVE SPACES TO EXPORT-REC.
           STRING FUNCTION TRIM(TINV-SESSION-ID) "|"
               FUNCTION TRIM(TINV-TERM-TYPE) "|"
               TINV-EXP-LEVEL "|"
               TINV-LAST-DATE "|"
               TINV-LAST-TIME "|"
               TINV-LAST-RC "|"
               FUNCTION TRIM(WS-STATUS-COLS)
               DELIMITED BY SIZE INTO EXPORT-REC
           END-STRING.
           WRITE EXPORT-REC.
