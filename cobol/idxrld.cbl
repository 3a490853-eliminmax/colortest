      * SPDX-FileCopyrightText: 2023 - 2024 Eli Array Minkoff
      * SPDX-License-Identifier: GPL-3.0-only
       IDENTIFICATION DIVISION.
       PROGRAM-ID. idxrld.

      * Rebuild indexed files from the flat backups idxunld.cbl takes.
      * Nothing is touched until the whole backup has been read and
      * its trailer agrees - a backup with no trailer, or whose record
      * count or key hash total does not match what it holds, is
      * refused and the live file left exactly as it was. Records are
      * then loaded in key order; a key equal to the one before it
      * (duplicate) or lower than it (out of sequence) is rejected and
      * listed rather than allowed to stop the load.
      *
      * Nightly order: colorbatch, logarch, idxunld, then this job
      * with the same parm, so every index is rebuilt clean from a
      * backup that has just been proved to restore. For recovery,
      * run it alone with the damaged file's name.
      *
      * Parm: a file name (terminv, termcap, workitem, colorhist,
      * probe, userauth, siteload, sitexref) or blank/ALL for every
      * one, each from <name>.unl.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The indexed files, rewritten from scratch in key order.
      *    They share one status field - only one is open at a time.
           SELECT TERMINV-FILE ASSIGN TO "terminv.dat"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS TINV-SESSION-ID
               FILE STATUS IS WS-IDX-STATUS.
           SELECT TERMCAP-FILE ASSIGN TO "termcap.dat"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS TCAP-NAME
               FILE STATUS IS WS-IDX-STATUS.
           SELECT WORKITEM-FILE ASSIGN TO "workitem.dat"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS WI-KEY
               FILE STATUS IS WS-IDX-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "colorhist.dat"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS ARCH-KEY
               FILE STATUS IS WS-IDX-STATUS.
           SELECT PROBE-FILE ASSIGN TO "probe.dat"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS PRB-KEY
               FILE STATUS IS WS-IDX-STATUS.
           SELECT USERAUTH-FILE ASSIGN TO "userauth.dat"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS AUTH-USER
               FILE STATUS IS WS-IDX-STATUS.
           SELECT SITELOAD-FILE ASSIGN TO "siteload.dat"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS SLD-SITE
               FILE STATUS IS WS-IDX-STATUS.
           SELECT SITEXREF-FILE ASSIGN TO "sitexref.dat"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS SXR-KEY
               FILE STATUS IS WS-IDX-STATUS.
      *    The flat backups idxunld.cbl wrote.
           SELECT OPTIONAL TINV-UNL-FILE ASSIGN TO "terminv.unl"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FLAT-STATUS.
           SELECT OPTIONAL TCAP-UNL-FILE ASSIGN TO "termcap.unl"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FLAT-STATUS.
           SELECT OPTIONAL WITEM-UNL-FILE ASSIGN TO "workitem.unl"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FLAT-STATUS.
           SELECT OPTIONAL ARCH-UNL-FILE ASSIGN TO "colorhist.unl"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FLAT-STATUS.
           SELECT OPTIONAL PROBE-UNL-FILE ASSIGN TO "probe.unl"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FLAT-STATUS.
           SELECT OPTIONAL AUTH-UNL-FILE ASSIGN TO "userauth.unl"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FLAT-STATUS.
           SELECT OPTIONAL SLD-UNL-FILE ASSIGN TO "siteload.unl"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FLAT-STATUS.
           SELECT OPTIONAL SXR-UNL-FILE ASSIGN TO "sitexref.unl"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FLAT-STATUS.
      *    What was verified, loaded and rejected, same lines as on
      *    screen.
           SELECT REPORT-FILE ASSIGN TO "idxrld.rpt"
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
      * The indexed files this job knows, each with the length of its
      * key. idxunld.cbl keeps the same table - add a file to both.
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
      * What the backup holds, counted on the verify pass, against
      * what its trailer says it holds.
           01 WS-REC-COUNT PICTURE 9(9) VALUE 0.
           01 WS-HASH PICTURE 9(15) VALUE 0.
           01 WS-HPOS PICTURE 99 VALUE 0.
           01 WS-BAD-LINES PICTURE 9(9) VALUE 0.
           01 WS-TRL-SEEN-SW PICTURE X VALUE "N".
               88 WS-TRL-SEEN VALUE "Y".
           01 WS-TRL-FILE PICTURE X(10).
           01 WS-TRL-COUNT PICTURE 9(9) VALUE 0.
           01 WS-TRL-HASH PICTURE 9(15) VALUE 0.
           01 WS-TRL-DATE PICTURE 9(8) VALUE 0.
           01 WS-TRL-TIME PICTURE 9(8) VALUE 0.
      * The load pass: key just read against the last key loaded.
           01 WS-CUR-KEY PICTURE X(40).
           01 WS-PREV-KEY PICTURE X(40).
           01 WS-LOADED-COUNT PICTURE 9(9) VALUE 0.
           01 WS-REJECT-COUNT PICTURE 9(9) VALUE 0.
           01 WS-REJECT-WHY PICTURE X(16).
      * Job totals
           01 WS-DONE-COUNT PICTURE 99 VALUE 0.
           01 WS-FAIL-COUNT PICTURE 99 VALUE 0.
           01 WS-REJ-FILES PICTURE 99 VALUE 0.
           01 ND-COUNT PICTURE ZZZZZZZZ9.
           01 ND-COUNT2 PICTURE ZZZZZZZZ9.
           01 ND-HASH PICTURE Z(14)9.
           01 ND-HASH2 PICTURE Z(14)9.
           01 ND-DONE PICTURE Z9.
           01 ND-FAIL PICTURE Z9.
           01 WS-LINE PICTURE X(100).
      * Authorization check - a reload replaces live files, so it
      * needs RELOAD; the nightly batch user must hold it.
           01 WS-STAMP-USER PICTURE X(20).
           COPY "authlnk.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-PARM FROM COMMAND-LINE END-ACCEPT.
           MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(WS-PARM)) TO WS-WANT.
           IF WS-WANT = "all"
               MOVE SPACES TO WS-WANT
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD END-ACCEPT.
           ACCEPT WS-STAMP-USER FROM ENVIRONMENT "USER" END-ACCEPT.
           MOVE "idxrld" TO AUTHL-PROGRAM.
           MOVE "RELOAD" TO AUTHL-FUNCTION.
           MOVE WS-STAMP-USER TO AUTHL-USER.
           MOVE SPACES TO AUTHL-DETAIL.
           IF WS-WANT = SPACES
               MOVE "reload all" TO AUTHL-DETAIL
           ELSE
               STRING "reload " WS-WANT
                   DELIMITED BY SIZE INTO AUTHL-DETAIL
               END-STRING
           END-IF.
           CALL "authchk" USING AUTH-LINK END-CALL.
           IF AUTHL-DENIED
               DISPLAY "idxrld: " FUNCTION TRIM(WS-STAMP-USER)
                   " is not authorized for RELOAD ("
                   FUNCTION TRIM(AUTHL-REASON) ") - refused and "
                   "logged" END-DISPLAY
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "idxrld: could not open idxrld.rpt (status "
                   WS-RPT-STATUS ")" END-DISPLAY
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO WS-LINE.
           STRING "indexed file reload - run date " WS-TODAY
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING.
           PERFORM EMIT-PARA.

           PERFORM PICK-FILE-PARA TEST BEFORE
               VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > WS-FILE-COUNT.
           IF NOT WS-MATCHED
               MOVE SPACES TO WS-LINE
               STRING "unknown file " FUNCTION TRIM(WS-PARM)
                   " - nothing reloaded" DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               PERFORM EMIT-PARA
               ADD 1 TO WS-FAIL-COUNT
           END-IF.

           MOVE WS-DONE-COUNT TO ND-DONE.
           MOVE WS-FAIL-COUNT TO ND-FAIL.
           MOVE SPACES TO WS-LINE.
           STRING "reloaded " FUNCTION TRIM(ND-DONE) " file(s), "
               FUNCTION TRIM(ND-FAIL) " refused or failed"
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING.
           PERFORM EMIT-PARA.
           CLOSE REPORT-FILE.
           EVALUATE TRUE
               WHEN WS-FAIL-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-REJ-FILES > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

       PICK-FILE-PARA.
           IF WS-WANT = SPACES OR WS-WANT = WS-FILE-NAME(WS-FX)
               MOVE "Y" TO WS-MATCHED-SW
               PERFORM RELOAD-ONE-PARA
           END-IF.

       RELOAD-ONE-PARA.
           MOVE "N" TO WS-FAIL-SW.
           PERFORM VERIFY-PARA.
           IF WS-FAILED
               MOVE SPACES TO WS-LINE
               STRING FUNCTION TRIM(WS-FILE-NAME(WS-FX))
                   ": REFUSED - live file left as is"
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               PERFORM EMIT-PARA
               ADD 1 TO WS-FAIL-COUNT
           ELSE
               PERFORM LOAD-PARA
           END-IF.

      * Pass one: read the whole backup, count and hash its records,
      * and hold it against the trailer.
       VERIFY-PARA.
           MOVE 0 TO WS-REC-COUNT.
           MOVE 0 TO WS-HASH.
           MOVE 0 TO WS-BAD-LINES.
           MOVE "N" TO WS-TRL-SEEN-SW.
           MOVE "N" TO WS-EOF-SW.
           PERFORM OPEN-FLAT-PARA.
           IF WS-FLAT-STATUS NOT = "00"
               MOVE SPACES TO WS-LINE
               STRING FUNCTION TRIM(WS-FILE-NAME(WS-FX))
                   ": no backup "
                   FUNCTION TRIM(WS-FILE-NAME(WS-FX))
                   ".unl (status " WS-FLAT-STATUS ")"
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               PERFORM EMIT-PARA
               MOVE "Y" TO WS-FAIL-SW
               PERFORM CLOSE-FLAT-PARA
           ELSE
               PERFORM VERIFY-NEXT-PARA UNTIL WS-EOF
               PERFORM CLOSE-FLAT-PARA
               PERFORM VERIFY-TOTALS-PARA
           END-IF.

       VERIFY-NEXT-PARA.
           PERFORM READ-FLAT-PARA.
           IF NOT WS-EOF
               EVALUATE TRUE
                   WHEN WS-TRL-SEEN
                       ADD 1 TO WS-BAD-LINES
                   WHEN UNL-DATA-LINE
                       ADD 1 TO WS-REC-COUNT
                       PERFORM HASH-BYTE-PARA TEST BEFORE
                           VARYING WS-HPOS FROM 1 BY 1
                           UNTIL WS-HPOS > WS-KEY-LEN(WS-FX)
                   WHEN UNL-TRAILER-LINE
                       MOVE "Y" TO WS-TRL-SEEN-SW
                       MOVE UNL-T-FILE TO WS-TRL-FILE
                       MOVE UNL-T-COUNT TO WS-TRL-COUNT
                       MOVE UNL-T-HASH TO WS-TRL-HASH
                       MOVE UNL-T-DATE TO WS-TRL-DATE
                       MOVE UNL-T-TIME TO WS-TRL-TIME
                   WHEN OTHER
                       ADD 1 TO WS-BAD-LINES
               END-EVALUATE
           END-IF.

      * Same hash as idxunld.cbl's - the two must agree byte for byte.
       HASH-BYTE-PARA.
           COMPUTE WS-HASH = WS-HASH
               + FUNCTION ORD(UNL-DATA(WS-HPOS:1)) * WS-HPOS
           END-COMPUTE.

       VERIFY-TOTALS-PARA.
           MOVE WS-REC-COUNT TO ND-COUNT.
           MOVE WS-HASH TO ND-HASH.
           MOVE SPACES TO WS-LINE.
           EVALUATE TRUE
               WHEN NOT WS-TRL-SEEN
                   STRING FUNCTION TRIM(WS-FILE-NAME(WS-FX))
                       ": backup has no trailer - cut short after "
                       FUNCTION TRIM(ND-COUNT) " record(s)"
                       DELIMITED BY SIZE INTO WS-LINE
                   END-STRING
                   MOVE "Y" TO WS-FAIL-SW
               WHEN WS-TRL-FILE NOT = WS-FILE-NAME(WS-FX)
                   STRING FUNCTION TRIM(WS-FILE-NAME(WS-FX))
                       ": backup trailer is for "
                       FUNCTION TRIM(WS-TRL-FILE)
                       DELIMITED BY SIZE INTO WS-LINE
                   END-STRING
                   MOVE "Y" TO WS-FAIL-SW
               WHEN WS-BAD-LINES > 0
                   MOVE WS-BAD-LINES TO ND-COUNT2
                   STRING FUNCTION TRIM(WS-FILE-NAME(WS-FX))
                       ": backup has " FUNCTION TRIM(ND-COUNT2)
                       " line(s) that are neither record nor trailer"
                       DELIMITED BY SIZE INTO WS-LINE
                   END-STRING
                   MOVE "Y" TO WS-FAIL-SW
               WHEN WS-TRL-COUNT NOT = WS-REC-COUNT
                   MOVE WS-TRL-COUNT TO ND-COUNT2
                   STRING FUNCTION TRIM(WS-FILE-NAME(WS-FX))
                       ": backup holds " FUNCTION TRIM(ND-COUNT)
                       " record(s), trailer says "
                       FUNCTION TRIM(ND-COUNT2)
                       DELIMITED BY SIZE INTO WS-LINE
                   END-STRING
                   MOVE "Y" TO WS-FAIL-SW
               WHEN WS-TRL-HASH NOT = WS-HASH
                   MOVE WS-TRL-HASH TO ND-HASH2
                   STRING FUNCTION TRIM(WS-FILE-NAME(WS-FX))
                       ": key hash " FUNCTION TRIM(ND-HASH)
                       ", trailer says " FUNCTION TRIM(ND-HASH2)
                       DELIMITED BY SIZE INTO WS-LINE
                   END-STRING
                   MOVE "Y" TO WS-FAIL-SW
               WHEN OTHER
                   STRING FUNCTION TRIM(WS-FILE-NAME(WS-FX))
                       ": backup of " WS-TRL-DATE " " WS-TRL-TIME
                       " verified, " FUNCTION TRIM(ND-COUNT)
                       " record(s), key hash " FUNCTION TRIM(ND-HASH)
                       DELIMITED BY SIZE INTO WS-LINE
                   END-STRING
           END-EVALUATE.
           PERFORM EMIT-PARA.

      * Pass two: the backup has proved itself, so the live file is
      * rebuilt from it. Each key must be higher than the last one
      * loaded; anything else is listed and left out.
       LOAD-PARA.
           MOVE 0 TO WS-LOADED-COUNT.
           MOVE 0 TO WS-REJECT-COUNT.
           MOVE LOW-VALUES TO WS-PREV-KEY.
           MOVE "N" TO WS-EOF-SW.
           PERFORM OPEN-FLAT-PARA.
           PERFORM OPEN-IDX-PARA.
           IF WS-IDX-STATUS NOT = "00"
               MOVE SPACES TO WS-LINE
               STRING FUNCTION TRIM(WS-FILE-NAME(WS-FX))
                   ": could not rebuild (status " WS-IDX-STATUS ")"
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               PERFORM EMIT-PARA
               ADD 1 TO WS-FAIL-COUNT
           ELSE
               PERFORM LOAD-NEXT-PARA UNTIL WS-EOF
               MOVE WS-LOADED-COUNT TO ND-COUNT
               MOVE WS-REJECT-COUNT TO ND-COUNT2
               MOVE SPACES TO WS-LINE
               STRING FUNCTION TRIM(WS-FILE-NAME(WS-FX))
                   ": loaded " FUNCTION TRIM(ND-COUNT)
                   ", rejected " FUNCTION TRIM(ND-COUNT2)
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               PERFORM EMIT-PARA
               IF WS-FAILED
                   ADD 1 TO WS-FAIL-COUNT
               ELSE
                   ADD 1 TO WS-DONE-COUNT
                   IF WS-REJECT-COUNT > 0
                       ADD 1 TO WS-REJ-FILES
                   END-IF
               END-IF
               PERFORM CLOSE-IDX-PARA
           END-IF.
           PERFORM CLOSE-FLAT-PARA.

       LOAD-NEXT-PARA.
           PERFORM READ-FLAT-PARA.
           IF NOT WS-EOF AND UNL-DATA-LINE
               MOVE SPACES TO WS-CUR-KEY
               MOVE UNL-DATA(1:WS-KEY-LEN(WS-FX)) TO WS-CUR-KEY
               EVALUATE TRUE
                   WHEN WS-CUR-KEY = WS-PREV-KEY
                       MOVE "duplicate" TO WS-REJECT-WHY
                       PERFORM REJECT-PARA
                   WHEN WS-CUR-KEY < WS-PREV-KEY
                       MOVE "out of sequence" TO WS-REJECT-WHY
                       PERFORM REJECT-PARA
                   WHEN OTHER
                       PERFORM WRITE-IDX-PARA
               END-EVALUATE
           END-IF.

       WRITE-IDX-PARA.
           EVALUATE WS-FX
               WHEN 1
                   MOVE UNL-DATA TO TINV-REC
                   WRITE TINV-REC END-WRITE
               WHEN 2
                   MOVE UNL-DATA TO TCAP-REC
                   WRITE TCAP-REC END-WRITE
               WHEN 3
                   MOVE UNL-DATA TO WITEM-REC
                   WRITE WITEM-REC END-WRITE
               WHEN 4
                   MOVE UNL-DATA TO ARCH-REC
                   WRITE ARCH-REC END-WRITE
               WHEN 5
                   MOVE UNL-DATA TO PROBE-REC
                   WRITE PROBE-REC END-WRITE
               WHEN 6
                   MOVE UNL-DATA TO AUTH-REC
                   WRITE AUTH-REC END-WRITE
               WHEN 7
                   MOVE UNL-DATA TO SLD-REC
                   WRITE SLD-REC END-WRITE
               WHEN 8
                   MOVE UNL-DATA TO SXR-REC
                   WRITE SXR-REC END-WRITE
           END-EVALUATE.
           EVALUATE WS-IDX-STATUS
               WHEN "00"
                   ADD 1 TO WS-LOADED-COUNT
                   MOVE WS-CUR-KEY TO WS-PREV-KEY
               WHEN "21"
                   MOVE "out of sequence" TO WS-REJECT-WHY
                   PERFORM REJECT-PARA
               WHEN "22"
                   MOVE "duplicate" TO WS-REJECT-WHY
                   PERFORM REJECT-PARA
               WHEN OTHER
      *            Not a bad record but a failing file - stop, and
      *            say so; the backup is still good for a rerun.
                   MOVE SPACES TO WS-LINE
                   STRING FUNCTION TRIM(WS-FILE-NAME(WS-FX))
                       ": write failed (status " WS-IDX-STATUS
                       ") - rerun once the file system is fixed"
                       DELIMITED BY SIZE INTO WS-LINE
                   END-STRING
                   PERFORM EMIT-PARA
                   MOVE "Y" TO WS-FAIL-SW
                   MOVE "Y" TO WS-EOF-SW
           END-EVALUATE.

       REJECT-PARA.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACES TO WS-LINE.
           STRING "  REJECTED " FUNCTION TRIM(WS-REJECT-WHY) " key "
               WS-CUR-KEY(1:WS-KEY-LEN(WS-FX))
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING.
           PERFORM EMIT-PARA.

       READ-FLAT-PARA.
           EVALUATE WS-FX
               WHEN 1
                   READ TINV-UNL-FILE INTO UNL-REC
                       AT END MOVE "Y" TO WS-EOF-SW
                   END-READ
               WHEN 2
                   READ TCAP-UNL-FILE INTO UNL-REC
                       AT END MOVE "Y" TO WS-EOF-SW
                   END-READ
               WHEN 3
                   READ WITEM-UNL-FILE INTO UNL-REC
                       AT END MOVE "Y" TO WS-EOF-SW
                   END-READ
               WHEN 4
                   READ ARCH-UNL-FILE INTO UNL-REC
                       AT END MOVE "Y" TO WS-EOF-SW
                   END-READ
               WHEN 5
                   READ PROBE-UNL-FILE INTO UNL-REC
                       AT END MOVE "Y" TO WS-EOF-SW
                   END-READ
               WHEN 6
                   READ AUTH-UNL-FILE INTO UNL-REC
                       AT END MOVE "Y" TO WS-EOF-SW
                   END-READ
               WHEN 7
                   READ SLD-UNL-FILE INTO UNL-REC
                       AT END MOVE "Y" TO WS-EOF-SW
                   END-READ
               WHEN 8
                   READ SXR-UNL-FILE INTO UNL-REC
                       AT END MOVE "Y" TO WS-EOF-SW
                   END-READ
           END-EVALUATE.

       OPEN-IDX-PARA.
           EVALUATE WS-FX
               WHEN 1 OPEN OUTPUT TERMINV-FILE
               WHEN 2 OPEN OUTPUT TERMCAP-FILE
               WHEN 3 OPEN OUTPUT WORKITEM-FILE
               WHEN 4 OPEN OUTPUT ARCHIVE-FILE
               WHEN 5 OPEN OUTPUT PROBE-FILE
               WHEN 6 OPEN OUTPUT USERAUTH-FILE
               WHEN 7 OPEN OUTPUT SITELOAD-FILE
               WHEN 8 OPEN OUTPUT SITEXREF-FILE
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
               WHEN 1 OPEN INPUT TINV-UNL-FILE
               WHEN 2 OPEN INPUT TCAP-UNL-FILE
               WHEN 3 OPEN INPUT WITEM-UNL-FILE
               WHEN 4 OPEN INPUT ARCH-UNL-FILE
               WHEN 5 OPEN INPUT PROBE-UNL-FILE
               WHEN 6 OPEN INPUT AUTH-UNL-FILE
               WHEN 7 OPEN INPUT SLD-UNL-FILE
               WHEN 8 OPEN INPUT SXR-UNL-FILE
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
