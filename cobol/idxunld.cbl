      * SPDX-FileCopyrightText: 2023 - 2024 Eli Array Minkoff
      * SPDX-License-Identifier: GPL-3.0-only
       IDENTIFICATION DIVISION.
       PROGRAM-ID. idxunld.

      * Nightly unload of every indexed file to a flat backup. A file
      * copy of an indexed file taken while something is writing it
      * can carry a broken index; this reads each file record by
      * record in key order, so the backup holds what the file really
      * contains, and closes each backup with a trailer of record
      * count and key hash total (unlrec.cpy) that idxrld.cbl checks
      * before it will rebuild anything from it.
      *
      * Nightly order: colorbatch, logarch, then this job, then
      * idxrld with the same parm - the reload rebuilds every index
      * fresh from the backup just taken, which both proves the backup
      * restores and clears any index damage the day left behind. Run
      * idxrld alone with a file name to recover one file.
      *
      * Parm: a file name (terminv, termcap, workitem, colorhist,
      * probe, userauth, siteload, sitexref) or blank/ALL for every
      * one. Each goes to <name>.unl.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The indexed files, read in key order. They share one status
      *    field - only one is open at a time.
           SELECT OPTIONAL TERMINV-FILE ASSIGN TO "terminv.dat"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS TINV-SESSION-ID
               FILE STATUS IS WS-IDX-STATUS.
           SELECT OPTIONAL TERMCAP-FILE ASSIGN TO "termcap.dat"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS TCAP-NAME
               FILE STATUS IS WS-IDX-STATUS.
           SELECT OPTIONAL WORKITEM-FILE ASSIGN TO "workitem.dat"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS WI-KEY
               FILE STATUS IS WS-IDX-STATUS.
           SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO "colorhist.dat"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS ARCH-KEY
               FILE STATUS IS WS-IDX-STATUS.
           SELECT OPTIONAL PROBE-FILE ASSIGN TO "probe.dat"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS PRB-KEY
               FILE STATUS IS WS-IDX-STATUS.
           SELECT OPTIONAL USERAUTH-FILE ASSIGN TO "userauth.dat"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS AUTH-USER
               FILE STATUS IS WS-IDX-STATUS.
           SELECT OPTIONAL SITELOAD-FILE ASSIGN TO "siteload.dat"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS SLD-SITE
               FILE STATUS IS WS-IDX-STATUS.
           SELECT OPTIONAL SITEXREF-FILE ASSIGN TO "sitexref.dat"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS SXR-KEY
               FILE STATUS IS WS-IDX-STATUS.
      *    The flat backups, one per indexed file.
           SELECT TINV-UNL-FILE ASSIGN TO "terminv.unl"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FLAT-STATUS.
           SELECT TCAP-UNL-FILE ASSIGN TO "termcap.unl"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FLAT-STATUS.
           SELECT WITEM-UNL-FILE ASSIGN TO "workitem.unl"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FLAT-STATUS.
           SELECT ARCH-UNL-FILE ASSIGN TO "colorhist.unl"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FLAT-STATUS.
           SELECT PROBE-UNL-FILE ASSIGN TO "probe.unl"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FLAT-STATUS.
           SELECT AUTH-UNL-FILE ASSIGN TO "userauth.unl"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FLAT-STATUS.
           SELECT SLD-UNL-FILE ASSIGN TO "siteload.unl"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FLAT-STATUS.
           SELECT SXR-UNL-FILE ASSIGN TO "sitexref.unl"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FLAT-STATUS.
      *    What was unloaded, same lines as on screen.
           SELECT REPORT-FILE ASSIGN TO "idxunld.rpt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TERMINV-FILE.
           COPY "terminv.cpy".

       FD  TERMCAP-FILE.
           COPY "termcapf.cpy".

       FD  WORKITEM-FILE.
           COPY "wrkitem.cpy".

      * Same layout as logarch.cbl - keep the two in step.
       FD  ARCHIVE-FILE.
       01  ARCH-REC.
           05 ARCH-KEY.
               10 ARCH-DATE PICTURE 9(8).
               10 ARCH-TIME PICTURE 9(8).
               10 ARCH-SESSION PICTURE X(8).
               10 ARCH-SEQ PICTURE 999.
           05 ARCH-USER PICTURE X(20).
           05 ARCH-RANGE PICTURE X(10).
           05 ARCH-TERM PICTURE X(20).
           05 ARCH-RC PICTURE X.

       FD  PROBE-FILE.
           COPY "probe.cpy".

       FD  USERAUTH-FILE.
           COPY "authrec.cpy".

       FD  SITELOAD-FILE.
           COPY "siteload.cpy".

       FD  SITEXREF-FILE.
           COPY "sitexref.cpy".

      * All eight backups are unlrec.cpy lines.
       FD  TINV-UNL-FILE.
       01  TINV-UNL-REC PICTURE X(202).

       FD  TCAP-UNL-FILE.
       01  TCAP-UNL-REC PICTURE X(202).

       FD  WITEM-UNL-FILE.
       01  WITEM-UNL-REC PICTURE X(202).

       FD  ARCH-UNL-FILE.
       01  ARCH-UNL-REC PICTURE X(202).

       FD  PROBE-UNL-FILE.
       01  PROBE-UNL-REC PICTURE X(202).

       FD  AUTH-UNL-FILE.
       01  AUTH-UNL-REC PICTURE X(202).

       FD  SLD-UNL-FILE.
       01  SLD-UNL-REC PICTURE X(202).

       FD  SXR-UNL-FILE.
       01  SXR-UNL-REC PICTURE X(202).

       FD  REPORT-FILE.
       01  REPORT-REC PICTURE X(100).

       WORKING-STORAGE SECTION.
           COPY "unlrec.cpy".
           01 WS-IDX-STATUS PICTURE XX.
           01 WS-FLAT-STATUS PICTURE XX.
           01 WS-RPT-STATUS PICTURE XX.
           01 WS-EOF-SW PICTURE X VALUE "N".
               88 WS-EOF VALUE "Y".
           01 WS-FAIL-SW PICTURE X VALUE "N".
               88 WS-FAILED VALUE "Y".
           01 WS-MATCHED-SW PICTURE X VALUE "N".
               88 WS-MATCHED VALUE "Y".
      * The indexed files this job knows, in the order they are
      * unloaded, each with the length of its key. idxrld.cbl keeps
      * the same table - add a file to both.
           01 WS-FILE-TABLE.
               05 WS-FILE-COUNT PICTURE 99 VALUE 8.
               05 WS-FILE-ENTRIES.
                   10 FILLER.
                       15 FILLER PICTURE X(10) VALUE "terminv".
                       15 FILLER PICTURE 99 VALUE 8.
                   10 FILLER.
                       15 FILLER PICTURE X(10) VALUE "termcap".
                       15 FILLER PICTURE 99 VALUE 20.
                   10 FILLER.
                       15 FILLER PICTURE X(10) VALUE "workitem".
                       15 FILLER PICTURE 99 VALUE 18.
                   10 FILLER.
                       15 FILLER PICTURE X(10) VALUE "colorhist".
                       15 FILLER PICTURE 99 VALUE 27.
                   10 FILLER.
                       15 FILLER PICTURE X(10) VALUE "probe".
                       15 FILLER PICTURE 99 VALUE 19.
                   10 FILLER.
                       15 FILLER PICTURE X(10) VALUE "userauth".
                       15 FILLER PICTURE 99 VALUE 20.
                   10 FILLER.
                       15 FILLER PICTURE X(10) VALUE "siteload".
                       15 FILLER PICTURE 99 VALUE 3.
                   10 FILLER.
                       15 FILLER PICTURE X(10) VALUE "sitexref".
                       15 FILLER PICTURE 99 VALUE 11.
               05 WS-FILE-TBL REDEFINES WS-FILE-ENTRIES.
                   10 WS-FILE-ENTRY OCCURS 8 TIMES.
                       15 WS-FILE-NAME PICTURE X(10).
                       15 WS-KEY-LEN PICTURE 99.
           01 WS-FX PICTURE 99 VALUE 0.
           01 WS-PARM PICTURE X(40) VALUE SPACES.
           01 WS-WANT PICTURE X(10) VALUE SPACES.
           01 WS-TODAY PICTURE 9(8).
           01 WS-NOW PICTURE 9(8).
      * Per-file totals for the trailer
           01 WS-REC-COUNT PICTURE 9(9) VALUE 0.
           01 WS-HASH PICTURE 9(15) VALUE 0.
           01 WS-HPOS PICTURE 99 VALUE 0.
      * Job totals
           01 WS-DONE-COUNT PICTURE 99 VALUE 0.
           01 WS-FAIL-COUNT PICTURE 99 VALUE 0.
           01 ND-COUNT PICTURE ZZZZZZZZ9.
           01 ND-HASH PICTURE Z(14)9.
           01 ND-DONE PICTURE Z9.
           01 ND-FAIL PICTURE Z9.
           01 WS-LINE PICTURE X(100).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-PARM FROM COMMAND-LINE END-ACCEPT.
           MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(WS-PARM)) TO WS-WANT.
           IF WS-WANT = "all"
               MOVE SPACES TO WS-WANT
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD END-ACCEPT.
           ACCEPT WS-NOW FROM TIME END-ACCEPT.
           OPEN OUTPUT REPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "idxunld: could not open idxunld.rpt (status "
                   WS-RPT-STATUS ")" END-DISPLAY
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO WS-LINE.
           STRING "indexed file unload - run date " WS-TODAY
               " " WS-NOW DELIMITED BY SIZE INTO WS-LINE
           END-STRING.
           PERFORM EMIT-PARA.

           PERFORM PICK-FILE-PARA TEST BEFORE
               VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > WS-FILE-COUNT.
           IF NOT WS-MATCHED
               MOVE SPACES TO WS-LINE
               STRING "unknown file " FUNCTION TRIM(WS-PARM)
                   " - nothing unloaded" DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               PERFORM EMIT-PARA
               ADD 1 TO WS-FAIL-COUNT
           END-IF.

           MOVE WS-DONE-COUNT TO ND-DONE.
           MOVE WS-FAIL-COUNT TO ND-FAIL.
           MOVE SPACES TO WS-LINE.
           STRING "unloaded " FUNCTION TRIM(ND-DONE) " file(s), "
               FUNCTION TRIM(ND-FAIL) " failed"
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING.
           PERFORM EMIT-PARA.
           CLOSE REPORT-FILE.
           IF WS-FAIL-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       PICK-FILE-PARA.
           IF WS-WANT = SPACES OR WS-WANT = WS-FILE-NAME(WS-FX)
               MOVE "Y" TO WS-MATCHED-SW
               PERFORM UNLOAD-ONE-PARA
           END-IF.

      * One indexed file to its backup. A file not on disk yet gets
      * an empty backup (trailer of zero), so a reload puts it back
      * the way it was. A read error part way leaves the backup
      * without its trailer, which idxrld refuses.
       UNLOAD-ONE-PARA.
           MOVE 0 TO WS-REC-COUNT.
           MOVE 0 TO WS-HASH.
           MOVE "N" TO WS-EOF-SW.
           MOVE "N" TO WS-FAIL-SW.
           PERFORM OPEN-FLAT-PARA.
           IF WS-FLAT-STATUS NOT = "00"
               MOVE SPACES TO WS-LINE
               STRING FUNCTION TRIM(WS-FILE-NAME(WS-FX))
                   ": could not open "
                   FUNCTION TRIM(WS-FILE-NAME(WS-FX))
                   ".unl (status " WS-FLAT-STATUS ")"
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               PERFORM EMIT-PARA
               ADD 1 TO WS-FAIL-COUNT
           ELSE
               PERFORM OPEN-IDX-PARA
               EVALUATE WS-IDX-STATUS
                   WHEN "00"
                       PERFORM READ-IDX-PARA UNTIL WS-EOF
                   WHEN "05"
                       MOVE SPACES TO WS-LINE
                       STRING FUNCTION TRIM(WS-FILE-NAME(WS-FX))
                           ": not on disk - empty backup written"
                           DELIMITED BY SIZE INTO WS-LINE
                       END-STRING
                       PERFORM EMIT-PARA
                   WHEN OTHER
                       MOVE SPACES TO WS-LINE
                       STRING FUNCTION TRIM(WS-FILE-NAME(WS-FX))
                           ": could not open (status " WS-IDX-STATUS
                           ")" DELIMITED BY SIZE INTO WS-LINE
                       END-STRING
                       PERFORM EMIT-PARA
                       MOVE "Y" TO WS-FAIL-SW
               END-EVALUATE
               PERFORM CLOSE-IDX-PARA
               IF WS-FAILED
                   MOVE SPACES TO WS-LINE
                   STRING FUNCTION TRIM(WS-FILE-NAME(WS-FX))
                       ": backup incomplete - no trailer written"
                       DELIMITED BY SIZE INTO WS-LINE
                   END-STRING
                   PERFORM EMIT-PARA
                   ADD 1 TO WS-FAIL-COUNT
               ELSE
                   PERFORM PUT-TRAILER-PARA
                   ADD 1 TO WS-DONE-COUNT
               END-IF
               PERFORM CLOSE-FLAT-PARA
           END-IF.

       READ-IDX-PARA.
           EVALUATE WS-FX
               WHEN 1
                   READ TERMINV-FILE NEXT
                       AT END MOVE "Y" TO WS-EOF-SW
                   END-READ
               WHEN 2
                   READ TERMCAP-FILE NEXT
                       AT END MOVE "Y" TO WS-EOF-SW
                   END-READ
               WHEN 3
                   READ WORKITEM-FILE NEXT
                       AT END MOVE "Y" TO WS-EOF-SW
                   END-READ
               WHEN 4
                   READ ARCHIVE-FILE NEXT
                       AT END MOVE "Y" TO WS-EOF-SW
                   END-READ
               WHEN 5
                   READ PROBE-FILE NEXT
                       AT END MOVE "Y" TO WS-EOF-SW
                   END-READ
               WHEN 6
                   READ USERAUTH-FILE NEXT
                       AT END MOVE "Y" TO WS-EOF-SW
                   END-READ
               WHEN 7
                   READ SITELOAD-FILE NEXT
                       AT END MOVE "Y" TO WS-EOF-SW
                   END-READ
               WHEN 8
                   READ SITEXREF-FILE NEXT
                       AT END MOVE "Y" TO WS-EOF-SW
                   END-READ
           END-EVALUATE.
           IF NOT WS-EOF
               IF WS-IDX-STATUS = "00"
                   PERFORM PUT-DATA-PARA
               ELSE
                   MOVE SPACES TO WS-LINE
                   STRING FUNCTION TRIM(WS-FILE-NAME(WS-FX))
                       ": read failed (status " WS-IDX-STATUS ")"
                       DELIMITED BY SIZE INTO WS-LINE
                   END-STRING
                   PERFORM EMIT-PARA
                   MOVE "Y" TO WS-FAIL-SW
                   MOVE "Y" TO WS-EOF-SW
               END-IF
           END-IF.

       PUT-DATA-PARA.
           MOVE SPACES TO UNL-REC.
           MOVE "D" TO UNL-TYPE.
           EVALUATE WS-FX
               WHEN 1 MOVE TINV-REC TO UNL-DATA
               WHEN 2 MOVE TCAP-REC TO UNL-DATA
               WHEN 3 MOVE WITEM-REC TO UNL-DATA
               WHEN 4 MOVE ARCH-REC TO UNL-DATA
               WHEN 5 MOVE PROBE-REC TO UNL-DATA
               WHEN 6 MOVE AUTH-REC TO UNL-DATA
               WHEN 7 MOVE SLD-REC TO UNL-DATA
               WHEN 8 MOVE SXR-REC TO UNL-DATA
           END-EVALUATE.
           ADD 1 TO WS-REC-COUNT.
           PERFORM HASH-BYTE-PARA TEST BEFORE
               VARYING WS-HPOS FROM 1 BY 1
               UNTIL WS-HPOS > WS-KEY-LEN(WS-FX).
           PERFORM WRITE-FLAT-PARA.

      * Same hash as idxrld.cbl's - the two must agree byte for byte.
       HASH-BYTE-PARA.
           COMPUTE WS-HASH = WS-HASH
               + FUNCTION ORD(UNL-DATA(WS-HPOS:1)) * WS-HPOS
           END-COMPUTE.

       PUT-TRAILER-PARA.
           MOVE SPACES TO UNL-REC.
           MOVE "T" TO UNL-TYPE.
           MOVE WS-FILE-NAME(WS-FX) TO UNL-T-FILE.
           MOVE WS-REC-COUNT TO UNL-T-COUNT.
           MOVE WS-HASH TO UNL-T-HASH.
           MOVE WS-TODAY TO UNL-T-DATE.
           MOVE WS-NOW TO UNL-T-TIME.
           PERFORM WRITE-FLAT-PARA.
           MOVE WS-REC-COUNT TO ND-COUNT.
           MOVE WS-HASH TO ND-HASH.
           MOVE SPACES TO WS-LINE.
           STRING FUNCTION TRIM(WS-FILE-NAME(WS-FX)) ": "
               FUNCTION TRIM(ND-COUNT) " record(s), key hash "
               FUNCTION TRIM(ND-HASH) " to "
               FUNCTION TRIM(WS-FILE-NAME(WS-FX)) ".unl"
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING.
           PERFORM EMIT-PARA.

       OPEN-IDX-PARA.
           EVALUATE WS-FX
               WHEN 1 OPEN INPUT TERMINV-FILE
               WHEN 2 OPEN INPUT TERMCAP-FILE
               WHEN 3 OPEN INPUT WORKITEM-FILE
               WHEN 4 OPEN INPUT ARCHIVE-FILE
               WHEN 5 OPEN INPUT PROBE-FILE
               WHEN 6 OPEN INPUT USERAUTH-FILE
               WHEN 7 OPEN INPUT SITELOAD-FILE
               WHEN 8 OPEN INPUT SITEXREF-FILE
           END-EVALUATE.

       CLOSE-IDX-PARA.
           EVALUATE WS-FX
               WHEN 1 CLOSE TERMINV-FILE
               WHEN 2 CLOSE TERMCAP-FILE
               WHEN 3 CLOSE WORKITEM-FILE
               WHEN 4 CLOSE ARCHIVE-FILE
               WHEN 5 CLOSE PROBE-FILE
               WHEN 6 CLOSE USERAUTH-FILE
               WHEN 7 CLOSE SITELOAD-FILE
               WHEN 8 CLOSE SITEXREF-FILE
           END-EVALUATE.

       OPEN-FLAT-PARA.
           EVALUATE WS-FX
               WHEN 1 OPEN OUTPUT TINV-UNL-FILE
               WHEN 2 OPEN OUTPUT TCAP-UNL-FILE
               WHEN 3 OPEN OUTPUT WITEM-UNL-FILE
               WHEN 4 OPEN OUTPUT ARCH-UNL-FILE
               WHEN 5 OPEN OUTPUT PROBE-UNL-FILE
               WHEN 6 OPEN OUTPUT AUTH-UNL-FILE
               WHEN 7 OPEN OUTPUT SLD-UNL-FILE
               WHEN 8 OPEN OUTPUT SXR-UNL-FILE
           END-EVALUATE.

       WRITE-FLAT-PARA.
           EVALUATE WS-FX
               WHEN 1 WRITE TINV-UNL-REC FROM UNL-REC
               WHEN 2 WRITE TCAP-UNL-REC FROM UNL-REC
               WHEN 3 WRITE WITEM-UNL-REC FROM UNL-REC
               WHEN 4 WRITE ARCH-UNL-REC FROM UNL-REC
               WHEN 5 WRITE PROBE-UNL-REC FROM UNL-REC
               WHEN 6 WRITE AUTH-UNL-REC FROM UNL-REC
               WHEN 7 WRITE SLD-UNL-REC FROM UNL-REC
               WHEN 8 WRITE SXR-UNL-REC FROM UNL-REC
           END-EVALUATE.

       CLOSE-FLAT-PARA.
           EVALUATE WS-FX
               WHEN 1 CLOSE TINV-UNL-FILE
               WHEN 2 CLOSE TCAP-UNL-FILE
               WHEN 3 CLOSE WITEM-UNL-FILE
               WHEN 4 CLOSE ARCH-UNL-FILE
               WHEN 5 CLOSE PROBE-UNL-FILE
               WHEN 6 CLOSE AUTH-UNL-FILE
               WHEN 7 CLOSE SLD-UNL-FILE
               WHEN 8 CLOSE SXR-UNL-FILE
           END-EVALUATE.

       EMIT-PARA.
           DISPLAY FUNCTION TRIM(WS-LINE TRAILING) END-DISPLAY.
           MOVE WS-LINE TO REPORT-REC.
           WRITE REPORT-REC.
