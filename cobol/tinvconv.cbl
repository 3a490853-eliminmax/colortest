      * SPDX-FileCopyrightText: 2023 - 2024 Eli Array Minkoff
      * SPDX-License-Identifier: GPL-3.0-only
       IDENTIFICATION DIVISION.
       PROGRAM-ID. tinvconv.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    One-time carry-over of the terminal inventory master from
      *    the 68-byte layout to the current one (status, status date
      *    and status user added for decommissioning). Rename the old
      *    terminv.dat to terminv.old, run this once, and every record
      *    comes across in service with its test history intact.
           SELECT TERMINV-OLD-FILE ASSIGN TO "terminv.old"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS OLD-SESSION-ID
               FILE STATUS IS WS-OLD-STATUS.
      *    The master in the current layout. It must not exist yet -
      *    a second run would otherwise put yesterday's master back
      *    over everything tested since.
           SELECT OPTIONAL TERMINV-FILE ASSIGN TO "terminv.dat"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS TINV-SESSION-ID
               FILE STATUS IS WS-TINV-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The layout terminv.cpy had before the status fields - keep
      * for as long as a 68-byte master might still turn up.
       FD  TERMINV-OLD-FILE.
       01  OLD-REC.
           05 OLD-SESSION-ID PICTURE X(8).
           05 OLD-TERM-TYPE PICTURE X(20).
           05 OLD-FLOOR-LOC PICTURE X(12).
           05 OLD-EXP-LEVEL PICTURE 9.
           05 OLD-LAST-DATE PICTURE 9(8).
           05 OLD-LAST-TIME PICTURE 9(8).
           05 OLD-LAST-RC PICTURE 9.
           05 FILLER PICTURE X(10).

       FD  TERMINV-FILE.
           COPY "terminv.cpy".

       WORKING-STORAGE SECTION.
           01 WS-OLD-STATUS PICTURE XX.
           01 WS-TINV-STATUS PICTURE XX.
           01 WS-EOF-SW PICTURE X VALUE "N".
               88 WS-EOF VALUE "Y".
           01 WS-READ-COUNT PICTURE 9(6) VALUE 0.
           01 WS-WRITE-COUNT PICTURE 9(6) VALUE 0.
           01 ND-READ PICTURE ZZZZZ9.
           01 ND-WRITE PICTURE ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           OPEN INPUT TERMINV-FILE.
           IF WS-TINV-STATUS = "00"
               DISPLAY "tinvconv: terminv.dat already exists - rename "
                   "the old-layout master to terminv.old first"
                   END-DISPLAY
               CLOSE TERMINV-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           CLOSE TERMINV-FILE.
           OPEN INPUT TERMINV-OLD-FILE.
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "tinvconv: could not open terminv.old (status "
                   WS-OLD-STATUS ")" END-DISPLAY
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT TERMINV-FILE.
           IF WS-TINV-STATUS NOT = "00"
               DISPLAY "tinvconv: could not create terminv.dat "
                   "(status " WS-TINV-STATUS ")" END-DISPLAY
               CLOSE TERMINV-OLD-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF
               READ TERMINV-OLD-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       PERFORM CONVERT-ONE-PARA
               END-READ
           END-PERFORM.
           CLOSE TERMINV-OLD-FILE.
           CLOSE TERMINV-FILE.
           MOVE WS-READ-COUNT TO ND-READ.
           MOVE WS-WRITE-COUNT TO ND-WRITE.
           DISPLAY "tinvconv: " FUNCTION TRIM(ND-READ) " read, "
               FUNCTION TRIM(ND-WRITE) " written to terminv.dat"
               END-DISPLAY.
           IF WS-READ-COUNT NOT = WS-WRITE-COUNT
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       CONVERT-ONE-PARA.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO TINV-REC.
           MOVE OLD-SESSION-ID TO TINV-SESSION-ID.
           MOVE OLD-TERM-TYPE TO TINV-TERM-TYPE.
           MOVE OLD-FLOOR-LOC TO TINV-FLOOR-LOC.
           MOVE OLD-EXP-LEVEL TO TINV-EXP-LEVEL.
           MOVE OLD-LAST-DATE TO TINV-LAST-DATE.
           MOVE OLD-LAST-TIME TO TINV-LAST-TIME.
           MOVE OLD-LAST-RC TO TINV-LAST-RC.
           MOVE 0 TO TINV-STAT-DATE.
           WRITE TINV-REC
               INVALID KEY
                   DISPLAY "tinvconv: write failed for "
                       OLD-SESSION-ID " (status " WS-TINV-STATUS ")"
                       END-DISPLAY
               NOT INVALID KEY
                   ADD 1 TO WS-WRITE-COUNT
           END-WRITE.
