      * SPDX-FileCopyrightText: 2023 - 2024 Eli Array Minkoff
      * SPDX-License-Identifier: GPL-3.0-only
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sitecons.

      * Branch-office consolidation, run at head office on the
      * siteext.dat each branch transmits (siteext.cpy). The branch's
      * log lines, attestations and inventory records are merged into
      * the central colortest.log, attest.dat and terminv.dat, so
      * colorrpt, attrecon, floorcmp and the archive see every floor
      * and can break out or filter by site.
      * Nothing is trusted blind:
      *  - a batch is loaded only if it arrived whole - header, every
      *    line, and a trailer whose counts agree - so the file is
      *    read twice, once to check each batch and once to load;
      *  - a batch no newer than the last one loaded for its site
      *    (siteload.dat) is a file sent twice and is refused whole;
      *    within a newer batch, a log or attestation line no newer
      *    than what the site already has is refused singly, which is
      *    what makes a branch's full re-extract safe to load;
      *  - a damaged batch cannot simply be sent again, since the
      *    branch's checkpoint has already moved past it: the site is
      *    marked for a resend and its incremental batches refused
      *    until a full extract (siteext SITE ALL) has loaded, so
      *    nothing newer can push the high-water stamps past the
      *    lines that were lost;
      *  - a branch session never lands under its own ID, which
      *    another office or the head-office floor may also use: it
      *    is given a head-office alias (site code and a five-digit
      *    sequence) kept in sitexref.dat, and the site code rides on
      *    the log line (site=), the attestation and the inventory
      *    record.
      * Loading needs SITELOAD. Return code 4 if anything was refused,
      * 8 if a batch arrived damaged or a central file failed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The transmitted extract - one or more batches, possibly from
      *    more than one branch, concatenated.
           SELECT OPTIONAL EXTRACT-FILE ASSIGN TO "siteext.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.
      *    Load control - one record per branch site (siteload.cpy).
           SELECT OPTIONAL SITELOAD-FILE ASSIGN TO "siteload.dat"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS SLD-SITE
               FILE STATUS IS WS-SLD-STATUS.
      *    Branch session to head-office alias (sitexref.cpy).
           SELECT OPTIONAL SITEXREF-FILE ASSIGN TO "sitexref.dat"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS SXR-KEY
               FILE STATUS IS WS-SXR-STATUS.
      *    Central terminal inventory master - branch records added or
      *    brought up to date under their alias, and read to be sure a
      *    new alias is not already somebody's session ID.
           SELECT OPTIONAL TERMINV-FILE ASSIGN TO "terminv.dat"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS TINV-SESSION-ID
               FILE STATUS IS WS-TINV-STATUS.
      *    The head-office roster, read so no alias is handed out that
      *    a head-office session already uses.
           SELECT OPTIONAL SESSION-FILE ASSIGN TO "sessions.lst"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.
      *    Central colortest log, appended to.
           SELECT OPTIONAL LOG-FILE ASSIGN TO "colortest.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
      *    Central attestations, appended to.
           SELECT OPTIONAL ATTEST-FILE ASSIGN TO "attest.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ATT-STATUS.
      *    The load report - per batch what was loaded and every line
      *    refused and why, then totals per site.
           SELECT REPORT-FILE ASSIGN TO "sitecons.rpt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE.
           COPY "siteext.cpy".

       FD  SITELOAD-FILE.
           COPY "siteload.cpy".

       FD  SITEXREF-FILE.
           COPY "sitexref.cpy".

       FD  TERMINV-FILE.
           COPY "terminv.cpy".

       FD  SESSION-FILE.
           COPY "sessrec.cpy".

      * Same record length colortest.cbl writes - room for a full-
      * width branch line with its site= tag added.
       FD  LOG-FILE.
       01  LOG-REC PICTURE X(120).

      * colortest.cbl's attestation layout with the site code after
      * it in columns 65-67 - blank on head office's own lines, which
      * colortest writes 63 bytes long.
       FD  ATTEST-FILE.
       01  ATTEST-REC.
           05 ATT-DATE PICTURE 9(8).
           05 FILLER PICTURE X.
           05 ATT-TIME PICTURE 9(8).
           05 FILLER PICTURE X.
           05 ATT-SESSION PICTURE X(8).
           05 FILLER PICTURE X.
           05 ATT-BLOCK PICTURE X(10).
           05 FILLER PICTURE X.
           05 ATT-ANSWER PICTURE X(4).
           05 FILLER PICTURE X.
           05 ATT-OPERATOR PICTURE X(20).
           05 FILLER PICTURE X.
           05 ATT-SITE PICTURE X(3).

       FD  REPORT-FILE.
       01  REPORT-REC PICTURE X(132).

       WORKING-STORAGE SECTION.
           01 WS-EXT-STATUS PICTURE XX.
           01 WS-SLD-STATUS PICTURE XX.
           01 WS-SXR-STATUS PICTURE XX.
           01 WS-TINV-STATUS PICTURE XX.
           01 WS-SESSION-STATUS PICTURE XX.
           01 WS-LOG-STATUS PICTURE XX.
           01 WS-ATT-STATUS PICTURE XX.
           01 WS-RPT-STATUS PICTURE XX.
           01 WS-EXT-EOF-SW PICTURE X VALUE "N".
               88 WS-EXT-EOF VALUE "Y".
           01 WS-SESS-EOF-SW PICTURE X VALUE "N".
               88 WS-SESS-EOF VALUE "Y".
           01 WS-TODAY PICTURE 9(8).
      * Each batch in the file as the checking pass found it. State
      * S is still open (no trailer yet - what it stays if the file
      * was cut short), O arrived whole, M trailer counts disagree,
      * H header unreadable, B a line of unknown type inside it.
           01 WS-BAT-TABLE.
               05 WS-BAT-COUNT PICTURE 99 VALUE 0.
               05 WS-BAT-ENTRY OCCURS 50 TIMES.
                   10 WS-BAT-SITE PICTURE X(3).
                   10 WS-BAT-DATE PICTURE 9(8).
                   10 WS-BAT-TIME PICTURE 9(8).
                   10 WS-BAT-INV PICTURE 9(7).
                   10 WS-BAT-LOG PICTURE 9(7).
                   10 WS-BAT-ATT PICTURE 9(7).
                   10 WS-BAT-STATE PICTURE X.
                       88 WS-BAT-OPEN VALUE "S".
                       88 WS-BAT-WHOLE VALUE "O".
           01 WS-BAT-FULL-SW PICTURE X VALUE "N".
               88 WS-BAT-FULL VALUE "Y".
           01 WS-IN-BATCH-SW PICTURE X VALUE "N".
               88 WS-IN-BATCH VALUE "Y".
           01 WS-BX PICTURE 9(3) VALUE 0.
           01 WS-ORPHAN-COUNT PICTURE 9(7) VALUE 0.
      * The head-office roster IDs, for the alias collision check.
           01 WS-ROSTER-TABLE.
               05 WS-ROSTER-COUNT PICTURE 9(4) VALUE 0.
               05 WS-ROSTER-ID PICTURE X(8) OCCURS 2000 TIMES.
           01 WS-ROSTER-FULL-SW PICTURE X VALUE "N".
               88 WS-ROSTER-FULL VALUE "Y".
      * Totals per site across every batch in the file.
           01 WS-SITE-TABLE.
               05 WS-SITE-COUNT PICTURE 99 VALUE 0.
               05 WS-SITE-ENTRY OCCURS 20 TIMES.
                   10 WS-ST-SITE PICTURE X(3).
                   10 WS-ST-BAT-OK PICTURE 9(5).
                   10 WS-ST-BAT-REJ PICTURE 9(5).
                   10 WS-ST-INV-OK PICTURE 9(7).
                   10 WS-ST-INV-REJ PICTURE 9(7).
                   10 WS-ST-LOG-OK PICTURE 9(7).
                   10 WS-ST-LOG-REJ PICTURE 9(7).
                   10 WS-ST-ATT-OK PICTURE 9(7).
                   10 WS-ST-ATT-REJ PICTURE 9(7).
           01 WS-SITE-FULL-SW PICTURE X VALUE "N".
               88 WS-SITE-FULL VALUE "Y".
           01 WS-IDX PICTURE 9(4) VALUE 0.
           01 WS-POS PICTURE 9(4) VALUE 0.
           01 WS-FOUND-SW PICTURE X VALUE "N".
               88 WS-FOUND VALUE "Y".
           01 WS-SITE-POS PICTURE 99 VALUE 0.
      * The batch being loaded
           01 WS-LOADING-SW PICTURE X VALUE "N".
               88 WS-LOADING VALUE "Y".
           01 WS-NEW-SITE-SW PICTURE X VALUE "N".
               88 WS-NEW-SITE VALUE "Y".
           01 WS-FULL-BATCH-SW PICTURE X VALUE "N".
               88 WS-FULL-BATCH VALUE "Y".
           01 WS-BAT-BAD-SW PICTURE X VALUE "N".
               88 WS-BAT-BAD VALUE "Y".
           01 WS-SITE-OK-SW PICTURE X VALUE "N".
               88 WS-SITE-OK VALUE "Y".
           01 WS-CUR-SITE PICTURE X(3).
           01 WS-REASON PICTURE X(50).
           01 WS-STAMP PICTURE 9(16).
           01 WS-STAMP-X REDEFINES WS-STAMP.
               05 WS-STAMP-DATE PICTURE 9(8).
               05 WS-STAMP-TIME PICTURE 9(8).
           01 WS-BATCH-STAMP PICTURE 9(16).
           01 WS-LAST-STAMP PICTURE 9(16).
           01 WS-LOG-FROM PICTURE 9(16).
           01 WS-ATT-FROM PICTURE 9(16).
           01 WS-LOG-NEWEST PICTURE 9(16).
           01 WS-ATT-NEWEST PICTURE 9(16).
           01 WS-B-INV-ADD PICTURE 9(7).
           01 WS-B-INV-UPD PICTURE 9(7).
           01 WS-B-INV-REJ PICTURE 9(7).
           01 WS-B-LOG-OK PICTURE 9(7).
           01 WS-B-LOG-REJ PICTURE 9(7).
           01 WS-B-ATT-OK PICTURE 9(7).
           01 WS-B-ATT-REJ PICTURE 9(7).
           01 WS-REJECT-TOTAL PICTURE 9(7) VALUE 0.
           01 WS-BAT-LINES PICTURE 9(7) VALUE 0.
           01 WS-BAT-LOADED PICTURE 9(5) VALUE 0.
           01 WS-BAT-REFUSED PICTURE 9(5) VALUE 0.
           01 WS-DAMAGED-SW PICTURE X VALUE "N".
               88 WS-DAMAGED VALUE "Y".
      * Session mapping - branch ID in, head-office alias out
           01 WS-BR-ID PICTURE X(8).
           01 WS-CENTRAL-ID PICTURE X(8).
           01 WS-MAP-OK-SW PICTURE X VALUE "N".
               88 WS-MAP-OK VALUE "Y".
           01 WS-ALIAS.
               05 WS-ALIAS-SITE PICTURE X(3).
               05 WS-ALIAS-SEQ PICTURE 9(5).
           01 WS-ALIAS-FREE-SW PICTURE X VALUE "N".
               88 WS-ALIAS-FREE VALUE "Y".
           01 WS-SEQ-OUT-SW PICTURE X VALUE "N".
               88 WS-SEQ-OUT VALUE "Y".
      * A log line taken apart and put back together, as colorrpt.cbl
      * takes it apart
           01 WS-LOG-IN PICTURE X(120).
           01 WS-LOG-OUT PICTURE X(120).
           01 WS-TOKENS.
               05 WS-TOK PICTURE X(32) OCCURS 7 TIMES.
           01 WS-T PICTURE 9 VALUE 0.
           01 WS-SESS-TOK PICTURE 9 VALUE 0.
           01 WS-PTR PICTURE 999 VALUE 0.
           01 WS-OVERFLOW-SW PICTURE X VALUE "N".
               88 WS-OVERFLOW VALUE "Y".
           01 WS-HAS-SITE-SW PICTURE X VALUE "N".
               88 WS-HAS-SITE VALUE "Y".
      * An attestation as the branch sent it
           01 WS-ATT-IN.
               05 WS-ATT-IN-DATE PICTURE 9(8).
               05 FILLER PICTURE X.
               05 WS-ATT-IN-TIME PICTURE 9(8).
               05 FILLER PICTURE X.
               05 WS-ATT-IN-SESSION PICTURE X(8).
               05 FILLER PICTURE X.
               05 WS-ATT-IN-BLOCK PICTURE X(10).
               05 FILLER PICTURE X.
               05 WS-ATT-IN-ANSWER PICTURE X(4).
               05 FILLER PICTURE X.
               05 WS-ATT-IN-OPERATOR PICTURE X(20).
           01 ND-COUNT PICTURE ZZZZZZ9.
           01 ND-COUNT2 PICTURE ZZZZZZ9.
           01 ND-COUNT3 PICTURE ZZZZZZ9.
           01 ND-COUNT4 PICTURE ZZZZZZ9.
           01 ND-COUNT5 PICTURE ZZZZZZ9.
           01 ND-COUNT6 PICTURE ZZZZZZ9.
           01 WS-LINE PICTURE X(132).
      * Authorization check - loading a branch writes into every
      * central results file, so it needs SITELOAD.
           01 WS-STAMP-USER PICTURE X(20).
           COPY "authlnk.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD END-ACCEPT.
           OPEN INPUT EXTRACT-FILE.
           IF WS-EXT-STATUS = "05"
               DISPLAY "sitecons: siteext.dat not found - nothing to "
                   "load" END-DISPLAY
               CLOSE EXTRACT-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-EXT-STATUS NOT = "00"
               DISPLAY "sitecons: could not open siteext.dat (status "
                   WS-EXT-STATUS ")" END-DISPLAY
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-STAMP-USER FROM ENVIRONMENT "USER" END-ACCEPT.
           MOVE "sitecons" TO AUTHL-PROGRAM.
           MOVE "SITELOAD" TO AUTHL-FUNCTION.
           MOVE WS-STAMP-USER TO AUTHL-USER.
           MOVE "branch extract siteext.dat" TO AUTHL-DETAIL.
           CALL "authchk" USING AUTH-LINK END-CALL.
           IF AUTHL-DENIED
               DISPLAY "sitecons: " FUNCTION TRIM(WS-STAMP-USER)
                   " is not authorized for SITELOAD ("
                   FUNCTION TRIM(AUTHL-REASON) ") - refused and "
                   "logged" END-DISPLAY
               CLOSE EXTRACT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *    First pass - what arrived, batch by batch.
           PERFORM UNTIL WS-EXT-EOF
               READ EXTRACT-FILE
                   AT END
                       MOVE "Y" TO WS-EXT-EOF-SW
                   NOT AT END
                       PERFORM CHECK-LINE-PARA
               END-READ
           END-PERFORM.
           CLOSE EXTRACT-FILE.

           PERFORM LOAD-ROSTER-PARA.
           PERFORM OPEN-CENTRAL-PARA.
           IF RETURN-CODE = 8
               GOBACK
           END-IF.

           MOVE SPACES TO WS-LINE.
           STRING "branch consolidation - run date " WS-TODAY
               ", siteext.dat" DELIMITED BY SIZE INTO WS-LINE
           END-STRING.
           PERFORM EMIT-PARA.

      *    Second pass - load the batches that arrived whole.
           MOVE "N" TO WS-EXT-EOF-SW.
           MOVE "N" TO WS-IN-BATCH-SW.
           MOVE 0 TO WS-BX.
           OPEN INPUT EXTRACT-FILE.
           PERFORM UNTIL WS-EXT-EOF
               READ EXTRACT-FILE
                   AT END
                       MOVE "Y" TO WS-EXT-EOF-SW
                   NOT AT END
                       PERFORM LOAD-LINE-PARA
               END-READ
           END-PERFORM.
           CLOSE EXTRACT-FILE.

           CLOSE SITELOAD-FILE.
           CLOSE SITEXREF-FILE.
           CLOSE TERMINV-FILE.
           CLOSE LOG-FILE.
           CLOSE ATTEST-FILE.

           PERFORM SUMMARY-PARA.
           CLOSE REPORT-FILE.
           DISPLAY "sitecons: report written to sitecons.rpt"
               END-DISPLAY.
           IF WS-DAMAGED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REJECT-TOTAL > 0 OR WS-BAT-REFUSED > 0
                       OR WS-ORPHAN-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

      * Checking pass, one extract line.
       CHECK-LINE-PARA.
           EVALUATE TRUE
               WHEN SXT-HEADER
                   PERFORM CHECK-HEADER-PARA
               WHEN NOT WS-IN-BATCH
                   ADD 1 TO WS-ORPHAN-COUNT
               WHEN SXT-TRAILER
                   PERFORM CHECK-TRAILER-PARA
               WHEN WS-BX = 0
                   CONTINUE
               WHEN SXT-INV-LINE
                   ADD 1 TO WS-BAT-INV(WS-BX)
               WHEN SXT-LOG-LINE
                   ADD 1 TO WS-BAT-LOG(WS-BX)
               WHEN SXT-ATT-LINE
                   ADD 1 TO WS-BAT-ATT(WS-BX)
               WHEN OTHER
                   MOVE "B" TO WS-BAT-STATE(WS-BX)
           END-EVALUATE.

      * A header while a batch is still open leaves that batch open -
      * its trailer never came. Past 50 batches the rest of the file
      * is not tracked (WS-BX zero) and is refused when loading.
       CHECK-HEADER-PARA.
           MOVE "Y" TO WS-IN-BATCH-SW.
           IF WS-BAT-COUNT < 50
               ADD 1 TO WS-BAT-COUNT
               MOVE WS-BAT-COUNT TO WS-BX
               MOVE SXT-H-SITE TO WS-BAT-SITE(WS-BX)
               MOVE 0 TO WS-BAT-INV(WS-BX)
               MOVE 0 TO WS-BAT-LOG(WS-BX)
               MOVE 0 TO WS-BAT-ATT(WS-BX)
               IF SXT-H-DATE IS NUMERIC AND SXT-H-TIME IS NUMERIC
                   MOVE SXT-H-DATE TO WS-BAT-DATE(WS-BX)
                   MOVE SXT-H-TIME TO WS-BAT-TIME(WS-BX)
                   MOVE "S" TO WS-BAT-STATE(WS-BX)
               ELSE
                   MOVE 0 TO WS-BAT-DATE(WS-BX)
                   MOVE 0 TO WS-BAT-TIME(WS-BX)
                   MOVE "H" TO WS-BAT-STATE(WS-BX)
               END-IF
           ELSE
               MOVE "Y" TO WS-BAT-FULL-SW
               MOVE 0 TO WS-BX
           END-IF.

       CHECK-TRAILER-PARA.
           MOVE "N" TO WS-IN-BATCH-SW.
           IF WS-BX = 0
               CONTINUE
           ELSE
               PERFORM CHECK-COUNTS-PARA
           END-IF.

       CHECK-COUNTS-PARA.
           IF WS-BAT-OPEN(WS-BX)
               IF SXT-T-SITE = WS-BAT-SITE(WS-BX)
                       AND SXT-T-INV-COUNT IS NUMERIC
                       AND SXT-T-LOG-COUNT IS NUMERIC
                       AND SXT-T-ATT-COUNT IS NUMERIC
                       AND SXT-T-INV-COUNT = WS-BAT-INV(WS-BX)
                       AND SXT-T-LOG-COUNT = WS-BAT-LOG(WS-BX)
                       AND SXT-T-ATT-COUNT = WS-BAT-ATT(WS-BX)
                   MOVE "O" TO WS-BAT-STATE(WS-BX)
               ELSE
                   MOVE "M" TO WS-BAT-STATE(WS-BX)
               END-IF
           END-IF.

       LOAD-ROSTER-PARA.
           OPEN INPUT SESSION-FILE.
           IF WS-SESSION-STATUS = "00"
               PERFORM UNTIL WS-SESS-EOF
                   READ SESSION-FILE
                       AT END
                           MOVE "Y" TO WS-SESS-EOF-SW
                       NOT AT END
                           PERFORM LOAD-ROSTER-ONE-PARA
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE SESSION-FILE.

       LOAD-ROSTER-ONE-PARA.
           IF SESS-ID NOT = SPACES
               IF WS-ROSTER-COUNT < 2000
                   ADD 1 TO WS-ROSTER-COUNT
                   MOVE SESS-ID TO WS-ROSTER-ID(WS-ROSTER-COUNT)
               ELSE
                   MOVE "Y" TO WS-ROSTER-FULL-SW
               END-IF
           END-IF.

      * Every central file is opened before anything is loaded, so a
      * file that will not open stops the run with nothing half-done.
       OPEN-CENTRAL-PARA.
           OPEN I-O SITELOAD-FILE.
           IF WS-SLD-STATUS NOT = "00" AND WS-SLD-STATUS NOT = "05"
               DISPLAY "sitecons: could not open siteload.dat (status "
                   WS-SLD-STATUS ")" END-DISPLAY
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN I-O SITEXREF-FILE
               IF WS-SXR-STATUS NOT = "00"
                       AND WS-SXR-STATUS NOT = "05"
                   DISPLAY "sitecons: could not open sitexref.dat "
                       "(status " WS-SXR-STATUS ")" END-DISPLAY
                   CLOSE SITELOAD-FILE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM OPEN-CENTRAL-2-PARA
               END-IF
           END-IF.

       OPEN-CENTRAL-2-PARA.
           OPEN I-O TERMINV-FILE.
           IF WS-TINV-STATUS NOT = "00" AND WS-TINV-STATUS NOT = "05"
               DISPLAY "sitecons: could not open terminv.dat (status "
                   WS-TINV-STATUS ")" END-DISPLAY
               CLOSE SITELOAD-FILE
               CLOSE SITEXREF-FILE
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM OPEN-CENTRAL-3-PARA
           END-IF.

       OPEN-CENTRAL-3-PARA.
           OPEN EXTEND LOG-FILE.
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT LOG-FILE
           END-IF.
           OPEN EXTEND ATTEST-FILE.
           IF WS-ATT-STATUS = "35"
               OPEN OUTPUT ATTEST-FILE
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           EVALUATE TRUE
               WHEN WS-LOG-STATUS NOT = "00"
                       AND WS-LOG-STATUS NOT = "05"
                   DISPLAY "sitecons: could not open colortest.log "
                       "(status " WS-LOG-STATUS ")" END-DISPLAY
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ATT-STATUS NOT = "00"
                       AND WS-ATT-STATUS NOT = "05"
                   DISPLAY "sitecons: could not open attest.dat "
                       "(status " WS-ATT-STATUS ")" END-DISPLAY
                   MOVE 8 TO RETURN-CODE
               WHEN WS-RPT-STATUS NOT = "00"
                   DISPLAY "sitecons: could not open sitecons.rpt "
                       "(status " WS-RPT-STATUS ")" END-DISPLAY
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           IF RETURN-CODE = 8
               CLOSE SITELOAD-FILE
               CLOSE SITEXREF-FILE
               CLOSE TERMINV-FILE
               CLOSE LOG-FILE
               CLOSE ATTEST-FILE
               CLOSE REPORT-FILE
           END-IF.

      * Loading pass, one extract line. Lines outside a batch, and
      * every line of a batch that is not being loaded, are passed
      * over - the checking pass already counted them.
       LOAD-LINE-PARA.
           EVALUATE TRUE
               WHEN SXT-HEADER
                   MOVE "Y" TO WS-IN-BATCH-SW
                   ADD 1 TO WS-BX
                   PERFORM START-BATCH-PARA
               WHEN NOT WS-IN-BATCH
                   CONTINUE
               WHEN SXT-TRAILER
                   MOVE "N" TO WS-IN-BATCH-SW
                   IF WS-LOADING
                       PERFORM END-BATCH-PARA
                   END-IF
               WHEN NOT WS-LOADING
                   CONTINUE
               WHEN SXT-INV-LINE
                   PERFORM LOAD-INV-PARA
               WHEN SXT-LOG-LINE
                   PERFORM LOAD-LOG-PARA
               WHEN SXT-ATT-LINE
                   PERFORM LOAD-ATT-PARA
           END-EVALUATE.

      * Whether this batch is loaded at all: it must have arrived
      * whole, name a proper site, and be newer than the last batch
      * loaded for that site.
       START-BATCH-PARA.
           MOVE "N" TO WS-LOADING-SW.
           MOVE "N" TO WS-BAT-BAD-SW.
           MOVE SPACES TO WS-REASON.
           MOVE SXT-H-SITE TO WS-CUR-SITE.
           IF SXT-H-FULL
               MOVE "Y" TO WS-FULL-BATCH-SW
           ELSE
               MOVE "N" TO WS-FULL-BATCH-SW
           END-IF.
           IF WS-BX > WS-BAT-COUNT
               MOVE "more than 50 batches in one file - send again"
                   TO WS-REASON
               MOVE "Y" TO WS-BAT-BAD-SW
           ELSE
               EVALUATE WS-BAT-STATE(WS-BX)
                   WHEN "S"
                       MOVE "incomplete - no trailer" TO WS-REASON
                       MOVE "Y" TO WS-DAMAGED-SW
                       MOVE "Y" TO WS-BAT-BAD-SW
                   WHEN "M"
                       MOVE "incomplete - counts do not match trailer"
                           TO WS-REASON
                       MOVE "Y" TO WS-DAMAGED-SW
                       MOVE "Y" TO WS-BAT-BAD-SW
                   WHEN "H"
                       MOVE "header date/time unreadable" TO WS-REASON
                       MOVE "Y" TO WS-DAMAGED-SW
                       MOVE "Y" TO WS-BAT-BAD-SW
                   WHEN "B"
                       MOVE "line of unknown type in batch"
                           TO WS-REASON
                       MOVE "Y" TO WS-DAMAGED-SW
                       MOVE "Y" TO WS-BAT-BAD-SW
               END-EVALUATE
           END-IF.
           IF WS-CUR-SITE(1:1) = SPACE OR WS-CUR-SITE(2:1) = SPACE
                   OR WS-CUR-SITE(3:1) = SPACE
                   OR WS-CUR-SITE = "HQ"
               MOVE "N" TO WS-SITE-OK-SW
           ELSE
               MOVE "Y" TO WS-SITE-OK-SW
           END-IF.
           IF WS-REASON = SPACES AND NOT WS-SITE-OK
               MOVE "site code not valid" TO WS-REASON
           END-IF.
           IF WS-REASON = SPACES
               PERFORM READ-SITE-PARA
           END-IF.
           PERFORM FIND-SITE-PARA.
           MOVE 0 TO WS-SITE-POS.
           IF WS-FOUND
               MOVE WS-POS TO WS-SITE-POS
           END-IF.
           IF WS-REASON = SPACES
               MOVE "Y" TO WS-LOADING-SW
               MOVE 0 TO WS-B-INV-ADD
               MOVE 0 TO WS-B-INV-UPD
               MOVE 0 TO WS-B-INV-REJ
               MOVE 0 TO WS-B-LOG-OK
               MOVE 0 TO WS-B-LOG-REJ
               MOVE 0 TO WS-B-ATT-OK
               MOVE 0 TO WS-B-ATT-REJ
               MOVE WS-LOG-FROM TO WS-LOG-NEWEST
               MOVE WS-ATT-FROM TO WS-ATT-NEWEST
               MOVE SPACES TO WS-LINE
               STRING "site " WS-CUR-SITE " batch " SXT-H-DATE " "
                   SXT-H-TIME DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               PERFORM EMIT-PARA
           ELSE
               PERFORM REFUSE-BATCH-PARA
               IF WS-BAT-BAD AND WS-SITE-OK
                   PERFORM MARK-RESEND-PARA
               END-IF
           END-IF.

      * The site's load control record; a site never seen before
      * starts at alias sequence 1. While a resend is due only a full
      * extract is taken.
       READ-SITE-PARA.
           MOVE SXT-H-DATE TO WS-STAMP-DATE.
           MOVE SXT-H-TIME TO WS-STAMP-TIME.
           MOVE WS-STAMP TO WS-BATCH-STAMP.
           PERFORM GET-SITE-PARA.
           MOVE SLD-BATCH-DATE TO WS-STAMP-DATE.
           MOVE SLD-BATCH-TIME TO WS-STAMP-TIME.
           MOVE WS-STAMP TO WS-LAST-STAMP.
           IF WS-BATCH-STAMP NOT > WS-LAST-STAMP
               MOVE SPACES TO WS-REASON
               STRING "already loaded (last batch " SLD-BATCH-DATE " "
                   SLD-BATCH-TIME ")" DELIMITED BY SIZE INTO WS-REASON
               END-STRING
           END-IF.
           IF WS-REASON = SPACES AND SLD-RESEND-DUE
                   AND NOT WS-FULL-BATCH
               MOVE SPACES TO WS-REASON
               STRING "resend pending - run siteext " WS-CUR-SITE
                   " ALL at the branch" DELIMITED BY SIZE INTO WS-REASON
               END-STRING
           END-IF.
           MOVE SLD-LOG-HWM-DATE TO WS-STAMP-DATE.
           MOVE SLD-LOG-HWM-TIME TO WS-STAMP-TIME.
           MOVE WS-STAMP TO WS-LOG-FROM.
           MOVE SLD-ATT-HWM-DATE TO WS-STAMP-DATE.
           MOVE SLD-ATT-HWM-TIME TO WS-STAMP-TIME.
           MOVE WS-STAMP TO WS-ATT-FROM.

       GET-SITE-PARA.
           MOVE WS-CUR-SITE TO SLD-SITE.
           READ SITELOAD-FILE
               INVALID KEY
                   MOVE "Y" TO WS-NEW-SITE-SW
                   MOVE SPACES TO SLD-REC
                   MOVE WS-CUR-SITE TO SLD-SITE
                   MOVE 0 TO SLD-BATCH-DATE
                   MOVE 0 TO SLD-BATCH-TIME
                   MOVE 0 TO SLD-LOG-HWM-DATE
                   MOVE 0 TO SLD-LOG-HWM-TIME
                   MOVE 0 TO SLD-ATT-HWM-DATE
                   MOVE 0 TO SLD-ATT-HWM-TIME
                   MOVE 1 TO SLD-NEXT-SEQ
                   MOVE 0 TO SLD-BATCHES
                   MOVE 0 TO SLD-LOAD-DATE
                   MOVE "N" TO SLD-RESEND-SW
               NOT INVALID KEY
                   MOVE "N" TO WS-NEW-SITE-SW
           END-READ.

      * A damaged batch for a proper site: the branch's checkpoint is
      * already past it, so only a full extract can put those lines
      * back. The site is held until one loads.
       MARK-RESEND-PARA.
           PERFORM GET-SITE-PARA.
           MOVE "Y" TO SLD-RESEND-SW.
           IF WS-NEW-SITE
               WRITE SLD-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           ELSE
               REWRITE SLD-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.
           MOVE SPACES TO WS-LINE.
           IF WS-SLD-STATUS = "00"
               STRING "  run siteext " WS-CUR-SITE " ALL at the branch"
                   " - its incremental batches are refused until a "
                   "full extract loads" DELIMITED BY SIZE INTO WS-LINE
               END-STRING
           ELSE
               STRING "  run siteext " WS-CUR-SITE " ALL at the branch"
                   " - siteload.dat not updated (status " WS-SLD-STATUS
                   "), resend not enforced" DELIMITED BY SIZE
                   INTO WS-LINE
               END-STRING
               MOVE "Y" TO WS-DAMAGED-SW
           END-IF.
           PERFORM EMIT-PARA.

       REFUSE-BATCH-PARA.
           ADD 1 TO WS-BAT-REFUSED.
           IF WS-BX > WS-BAT-COUNT
               MOVE 0 TO WS-BAT-LINES
           ELSE
               COMPUTE WS-BAT-LINES = WS-BAT-INV(WS-BX)
                   + WS-BAT-LOG(WS-BX) + WS-BAT-ATT(WS-BX)
               END-COMPUTE
           END-IF.
           MOVE WS-BAT-LINES TO ND-COUNT.
           MOVE SPACES TO WS-LINE.
           STRING "site " WS-CUR-SITE " batch " SXT-H-DATE " "
               SXT-H-TIME " REFUSED - " FUNCTION TRIM(WS-REASON)
               " (" FUNCTION TRIM(ND-COUNT) " line(s) not loaded)"
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING.
           PERFORM EMIT-PARA.
           IF WS-SITE-POS > 0
               ADD 1 TO WS-ST-BAT-REJ(WS-SITE-POS)
               IF WS-BX NOT > WS-BAT-COUNT
                   ADD WS-BAT-INV(WS-BX) TO WS-ST-INV-REJ(WS-SITE-POS)
                   ADD WS-BAT-LOG(WS-BX) TO WS-ST-LOG-REJ(WS-SITE-POS)
                   ADD WS-BAT-ATT(WS-BX) TO WS-ST-ATT-REJ(WS-SITE-POS)
               END-IF
           END-IF.

      * The batch is in - the site's control record moves on so the
      * same batch, or any of its lines, is refused next time.
       END-BATCH-PARA.
           MOVE "N" TO WS-LOADING-SW.
           MOVE WS-BAT-DATE(WS-BX) TO SLD-BATCH-DATE.
           MOVE WS-BAT-TIME(WS-BX) TO SLD-BATCH-TIME.
           MOVE WS-LOG-NEWEST TO WS-STAMP.
           MOVE WS-STAMP-DATE TO SLD-LOG-HWM-DATE.
           MOVE WS-STAMP-TIME TO SLD-LOG-HWM-TIME.
           MOVE WS-ATT-NEWEST TO WS-STAMP.
           MOVE WS-STAMP-DATE TO SLD-ATT-HWM-DATE.
           MOVE WS-STAMP-TIME TO SLD-ATT-HWM-TIME.
           ADD 1 TO SLD-BATCHES.
           IF WS-FULL-BATCH AND SLD-RESEND-DUE
               MOVE "N" TO SLD-RESEND-SW
               MOVE SPACES TO WS-LINE
               STRING "  full extract - resend for site " WS-CUR-SITE
                   " satisfied" DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               PERFORM EMIT-PARA
           END-IF.
           MOVE WS-TODAY TO SLD-LOAD-DATE.
           MOVE WS-STAMP-USER TO SLD-LOAD-USER.
           MOVE WS-CUR-SITE TO SLD-SITE.
           IF WS-NEW-SITE
               WRITE SLD-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           ELSE
               REWRITE SLD-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.
           IF WS-SLD-STATUS NOT = "00"
               MOVE SPACES TO WS-LINE
               STRING "  siteload.dat not updated (status "
                   WS-SLD-STATUS ") - this batch would load again"
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               PERFORM EMIT-PARA
               MOVE "Y" TO WS-DAMAGED-SW
           END-IF.
           ADD 1 TO WS-BAT-LOADED.
           MOVE WS-B-INV-ADD TO ND-COUNT.
           MOVE WS-B-INV-UPD TO ND-COUNT2.
           MOVE WS-B-INV-REJ TO ND-COUNT3.
           MOVE SPACES TO WS-LINE.
           STRING "  inventory: added " FUNCTION TRIM(ND-COUNT)
               ", updated " FUNCTION TRIM(ND-COUNT2)
               ", refused " FUNCTION TRIM(ND-COUNT3)
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING.
           PERFORM EMIT-PARA.
           MOVE WS-B-LOG-OK TO ND-COUNT.
           MOVE WS-B-LOG-REJ TO ND-COUNT2.
           MOVE WS-B-ATT-OK TO ND-COUNT3.
           MOVE WS-B-ATT-REJ TO ND-COUNT4.
           MOVE SPACES TO WS-LINE.
           STRING "  log: loaded " FUNCTION TRIM(ND-COUNT)
               ", refused " FUNCTION TRIM(ND-COUNT2)
               "   attestation: loaded " FUNCTION TRIM(ND-COUNT3)
               ", refused " FUNCTION TRIM(ND-COUNT4)
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING.
           PERFORM EMIT-PARA.
           IF WS-SITE-POS > 0
               MOVE WS-SITE-POS TO WS-POS
               ADD 1 TO WS-ST-BAT-OK(WS-POS)
               ADD WS-B-INV-ADD TO WS-ST-INV-OK(WS-POS)
               ADD WS-B-INV-UPD TO WS-ST-INV-OK(WS-POS)
               ADD WS-B-INV-REJ TO WS-ST-INV-REJ(WS-POS)
               ADD WS-B-LOG-OK TO WS-ST-LOG-OK(WS-POS)
               ADD WS-B-LOG-REJ TO WS-ST-LOG-REJ(WS-POS)
               ADD WS-B-ATT-OK TO WS-ST-ATT-OK(WS-POS)
               ADD WS-B-ATT-REJ TO WS-ST-ATT-REJ(WS-POS)
           END-IF.

      * An inventory record goes in under the alias. An alias that is
      * already on file for anything but this site's terminal is left
      * alone - something else has taken that ID.
       LOAD-INV-PARA.
           MOVE SXT-DATA(1:8) TO WS-BR-ID.
           IF WS-BR-ID = SPACES
               MOVE "no session ID" TO WS-REASON
               PERFORM REFUSE-INV-PARA
           ELSE
               PERFORM MAP-SESSION-PARA
               IF NOT WS-MAP-OK
                   PERFORM REFUSE-INV-PARA
               ELSE
                   MOVE WS-CENTRAL-ID TO TINV-SESSION-ID
                   READ TERMINV-FILE
                       INVALID KEY
                           PERFORM ADD-INV-PARA
                       NOT INVALID KEY
                           PERFORM UPDATE-INV-PARA
                   END-READ
               END-IF
           END-IF.

       ADD-INV-PARA.
           MOVE SXT-DATA TO TINV-REC.
           MOVE WS-CENTRAL-ID TO TINV-SESSION-ID.
           MOVE WS-CUR-SITE TO TINV-SITE.
           WRITE TINV-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-TINV-STATUS = "00"
               ADD 1 TO WS-B-INV-ADD
           ELSE
               MOVE SPACES TO WS-REASON
               STRING "terminv.dat write failed (status "
                   WS-TINV-STATUS ")" DELIMITED BY SIZE INTO WS-REASON
               END-STRING
               PERFORM REFUSE-INV-PARA
           END-IF.

       UPDATE-INV-PARA.
           IF TINV-SITE NOT = WS-CUR-SITE
               MOVE SPACES TO WS-REASON
               STRING "alias " WS-CENTRAL-ID " is held by another "
                   "terminal" DELIMITED BY SIZE INTO WS-REASON
               END-STRING
               PERFORM REFUSE-INV-PARA
           ELSE
               MOVE SXT-DATA TO TINV-REC
               MOVE WS-CENTRAL-ID TO TINV-SESSION-ID
               MOVE WS-CUR-SITE TO TINV-SITE
               REWRITE TINV-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF WS-TINV-STATUS = "00"
                   ADD 1 TO WS-B-INV-UPD
               ELSE
                   MOVE SPACES TO WS-REASON
                   STRING "terminv.dat rewrite failed (status "
                       WS-TINV-STATUS ")"
                       DELIMITED BY SIZE INTO WS-REASON
                   END-STRING
                   PERFORM REFUSE-INV-PARA
               END-IF
           END-IF.

       REFUSE-INV-PARA.
           ADD 1 TO WS-B-INV-REJ.
           ADD 1 TO WS-REJECT-TOTAL.
           MOVE SPACES TO WS-LINE.
           STRING "  REFUSED inventory " SXT-DATA(1:8) " - "
               FUNCTION TRIM(WS-REASON)
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING.
           PERFORM EMIT-PARA.

      * A log line: new to this site, no site= of its own already, its
      * session= rewritten to the alias and site= added - and it must
      * still fit a log record afterwards.
       LOAD-LOG-PARA.
           MOVE SXT-DATA TO WS-LOG-IN.
           MOVE SPACES TO WS-REASON.
           IF WS-LOG-IN(1:8) IS NOT NUMERIC OR WS-LOG-IN(9:1) NOT = "T"
                   OR WS-LOG-IN(10:8) IS NOT NUMERIC
               MOVE "no date stamp" TO WS-REASON
           ELSE
               MOVE WS-LOG-IN(1:8) TO WS-STAMP-DATE
               MOVE WS-LOG-IN(10:8) TO WS-STAMP-TIME
               IF WS-STAMP NOT > WS-LOG-FROM
                   MOVE "already loaded" TO WS-REASON
               END-IF
           END-IF.
           IF WS-REASON = SPACES
               PERFORM SPLIT-LOG-PARA
           END-IF.
           IF WS-REASON = SPACES AND WS-SESS-TOK > 0
               PERFORM MAP-SESSION-PARA
           END-IF.
           IF WS-REASON = SPACES
               PERFORM BUILD-LOG-PARA
           END-IF.
           IF WS-REASON = SPACES
               WRITE LOG-REC FROM WS-LOG-OUT
               IF WS-LOG-STATUS NOT = "00"
                   MOVE SPACES TO WS-REASON
                   STRING "colortest.log write failed (status "
                       WS-LOG-STATUS ")"
                       DELIMITED BY SIZE INTO WS-REASON
                   END-STRING
               END-IF
           END-IF.
           IF WS-REASON = SPACES
               ADD 1 TO WS-B-LOG-OK
               IF WS-STAMP > WS-LOG-NEWEST
                   MOVE WS-STAMP TO WS-LOG-NEWEST
               END-IF
           ELSE
               ADD 1 TO WS-B-LOG-REJ
               ADD 1 TO WS-REJECT-TOTAL
               MOVE SPACES TO WS-LINE
               STRING "  REFUSED log " WS-LOG-IN(1:17) " - "
                   FUNCTION TRIM(WS-REASON)
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               PERFORM EMIT-PARA
           END-IF.

       SPLIT-LOG-PARA.
           MOVE SPACES TO WS-TOKENS.
           MOVE "N" TO WS-OVERFLOW-SW.
           MOVE "N" TO WS-HAS-SITE-SW.
           MOVE 0 TO WS-SESS-TOK.
           UNSTRING WS-LOG-IN DELIMITED BY ALL SPACE
               INTO WS-TOK(1) WS-TOK(2) WS-TOK(3) WS-TOK(4)
                   WS-TOK(5) WS-TOK(6) WS-TOK(7)
               ON OVERFLOW
                   MOVE "Y" TO WS-OVERFLOW-SW
           END-UNSTRING.
           PERFORM SCAN-TOKEN-PARA TEST BEFORE
               VARYING WS-T FROM 2 BY 1 UNTIL WS-T > 7.
           EVALUATE TRUE
               WHEN WS-OVERFLOW
                   MOVE "more fields than a log line has" TO WS-REASON
               WHEN WS-HAS-SITE
                   MOVE "already carries a site" TO WS-REASON
           END-EVALUATE.

       SCAN-TOKEN-PARA.
           IF WS-TOK(WS-T)(1:5) = "site="
               MOVE "Y" TO WS-HAS-SITE-SW
           END-IF.
           IF WS-TOK(WS-T)(1:8) = "session="
               MOVE WS-T TO WS-SESS-TOK
               MOVE WS-TOK(WS-T)(9:8) TO WS-BR-ID
           END-IF.

       BUILD-LOG-PARA.
           MOVE SPACES TO WS-LOG-OUT.
           MOVE 1 TO WS-PTR.
           MOVE "N" TO WS-OVERFLOW-SW.
           PERFORM BUILD-TOKEN-PARA TEST BEFORE
               VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 7.
           STRING " site=" WS-CUR-SITE DELIMITED BY SIZE
               INTO WS-LOG-OUT WITH POINTER WS-PTR
               ON OVERFLOW
                   MOVE "Y" TO WS-OVERFLOW-SW
           END-STRING.
           IF WS-OVERFLOW
               MOVE "too long once the site is added" TO WS-REASON
           END-IF.

       BUILD-TOKEN-PARA.
           IF WS-TOK(WS-T) NOT = SPACES
               IF WS-T > 1
                   STRING " " DELIMITED BY SIZE
                       INTO WS-LOG-OUT WITH POINTER WS-PTR
                       ON OVERFLOW
                           MOVE "Y" TO WS-OVERFLOW-SW
                   END-STRING
               END-IF
               IF WS-T = WS-SESS-TOK
                   STRING "session=" FUNCTION TRIM(WS-CENTRAL-ID)
                       DELIMITED BY SIZE
                       INTO WS-LOG-OUT WITH POINTER WS-PTR
                       ON OVERFLOW
                           MOVE "Y" TO WS-OVERFLOW-SW
                   END-STRING
               ELSE
                   STRING FUNCTION TRIM(WS-TOK(WS-T))
                       DELIMITED BY SIZE
                       INTO WS-LOG-OUT WITH POINTER WS-PTR
                       ON OVERFLOW
                           MOVE "Y" TO WS-OVERFLOW-SW
                   END-STRING
               END-IF
           END-IF.

      * An attestation: new to this site, its session mapped to the
      * alias, the site code added after it.
       LOAD-ATT-PARA.
           MOVE SXT-DATA(1:63) TO WS-ATT-IN.
           MOVE SPACES TO WS-REASON.
           IF WS-ATT-IN-DATE IS NOT NUMERIC
                   OR WS-ATT-IN-TIME IS NOT NUMERIC
               MOVE "no date stamp" TO WS-REASON
           ELSE
               MOVE WS-ATT-IN-DATE TO WS-STAMP-DATE
               MOVE WS-ATT-IN-TIME TO WS-STAMP-TIME
               IF WS-STAMP NOT > WS-ATT-FROM
                   MOVE "already loaded" TO WS-REASON
               END-IF
           END-IF.
           IF WS-REASON = SPACES
               MOVE WS-ATT-IN-SESSION TO WS-BR-ID
               PERFORM MAP-SESSION-PARA
           END-IF.
           IF WS-REASON = SPACES
               MOVE SPACES TO ATTEST-REC
               MOVE WS-ATT-IN-DATE TO ATT-DATE
               MOVE WS-ATT-IN-TIME TO ATT-TIME
               MOVE WS-CENTRAL-ID TO ATT-SESSION
               MOVE WS-ATT-IN-BLOCK TO ATT-BLOCK
               MOVE WS-ATT-IN-ANSWER TO ATT-ANSWER
               MOVE WS-ATT-IN-OPERATOR TO ATT-OPERATOR
               MOVE WS-CUR-SITE TO ATT-SITE
               WRITE ATTEST-REC
               IF WS-ATT-STATUS NOT = "00"
                   MOVE SPACES TO WS-REASON
                   STRING "attest.dat write failed (status "
                       WS-ATT-STATUS ")"
                       DELIMITED BY SIZE INTO WS-REASON
                   END-STRING
               END-IF
           END-IF.
           IF WS-REASON = SPACES
               ADD 1 TO WS-B-ATT-OK
               IF WS-STAMP > WS-ATT-NEWEST
                   MOVE WS-STAMP TO WS-ATT-NEWEST
               END-IF
           ELSE
               ADD 1 TO WS-B-ATT-REJ
               ADD 1 TO WS-REJECT-TOTAL
               MOVE SPACES TO WS-LINE
               STRING "  REFUSED attestation " WS-ATT-IN(1:17) " "
                   WS-ATT-IN-SESSION " - " FUNCTION TRIM(WS-REASON)
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               PERFORM EMIT-PARA
           END-IF.

      * Branch session ID to head-office alias - the one already on
      * sitexref.dat, or a new one: the next in the site's sequence
      * that is neither on the inventory nor on the roster. On
      * failure WS-REASON says why.
       MAP-SESSION-PARA.
           MOVE "N" TO WS-MAP-OK-SW.
           MOVE SPACES TO WS-CENTRAL-ID.
           IF WS-BR-ID = SPACES
               MOVE "no session ID" TO WS-REASON
           ELSE
               MOVE WS-CUR-SITE TO SXR-SITE
               MOVE WS-BR-ID TO SXR-BRANCH-ID
               READ SITEXREF-FILE
                   INVALID KEY
                       PERFORM NEW-ALIAS-PARA
                   NOT INVALID KEY
                       MOVE SXR-CENTRAL-ID TO WS-CENTRAL-ID
                       MOVE "Y" TO WS-MAP-OK-SW
               END-READ
           END-IF.

       NEW-ALIAS-PARA.
           MOVE "N" TO WS-ALIAS-FREE-SW.
           MOVE "N" TO WS-SEQ-OUT-SW.
           PERFORM TRY-ALIAS-PARA UNTIL WS-ALIAS-FREE OR WS-SEQ-OUT.
           IF WS-SEQ-OUT
               MOVE "site alias sequence exhausted" TO WS-REASON
           ELSE
               MOVE SPACES TO SXR-REC
               MOVE WS-CUR-SITE TO SXR-SITE
               MOVE WS-BR-ID TO SXR-BRANCH-ID
               MOVE WS-ALIAS TO SXR-CENTRAL-ID
               MOVE WS-TODAY TO SXR-ADD-DATE
               WRITE SXR-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF WS-SXR-STATUS = "00"
                   MOVE WS-ALIAS TO WS-CENTRAL-ID
                   MOVE "Y" TO WS-MAP-OK-SW
               ELSE
                   MOVE SPACES TO WS-REASON
                   STRING "sitexref.dat write failed (status "
                       WS-SXR-STATUS ")"
                       DELIMITED BY SIZE INTO WS-REASON
                   END-STRING
               END-IF
           END-IF.

       TRY-ALIAS-PARA.
           IF SLD-NEXT-SEQ = 99999
               MOVE "Y" TO WS-SEQ-OUT-SW
           ELSE
               MOVE WS-CUR-SITE TO WS-ALIAS-SITE
               MOVE SLD-NEXT-SEQ TO WS-ALIAS-SEQ
               ADD 1 TO SLD-NEXT-SEQ
               MOVE "N" TO WS-FOUND-SW
               PERFORM SCAN-ROSTER-PARA TEST BEFORE
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ROSTER-COUNT OR WS-FOUND
               IF NOT WS-FOUND
                   MOVE WS-ALIAS TO TINV-SESSION-ID
                   READ TERMINV-FILE
                       INVALID KEY
                           MOVE "Y" TO WS-ALIAS-FREE-SW
                   END-READ
               END-IF
           END-IF.

       SCAN-ROSTER-PARA.
           IF WS-ROSTER-ID(WS-IDX) = WS-ALIAS
               MOVE "Y" TO WS-FOUND-SW
           END-IF.

      * Site totals entry for WS-CUR-SITE - WS-FOUND and WS-POS say
      * where; a full table just goes without.
       FIND-SITE-PARA.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM SCAN-SITE-PARA TEST BEFORE
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-SITE-COUNT OR WS-FOUND.
           IF NOT WS-FOUND
               IF WS-SITE-COUNT < 20
                   ADD 1 TO WS-SITE-COUNT
                   MOVE WS-SITE-COUNT TO WS-POS
                   MOVE WS-CUR-SITE TO WS-ST-SITE(WS-POS)
                   MOVE 0 TO WS-ST-BAT-OK(WS-POS)
                   MOVE 0 TO WS-ST-BAT-REJ(WS-POS)
                   MOVE 0 TO WS-ST-INV-OK(WS-POS)
                   MOVE 0 TO WS-ST-INV-REJ(WS-POS)
                   MOVE 0 TO WS-ST-LOG-OK(WS-POS)
                   MOVE 0 TO WS-ST-LOG-REJ(WS-POS)
                   MOVE 0 TO WS-ST-ATT-OK(WS-POS)
                   MOVE 0 TO WS-ST-ATT-REJ(WS-POS)
                   MOVE "Y" TO WS-FOUND-SW
               ELSE
                   MOVE "Y" TO WS-SITE-FULL-SW
               END-IF
           END-IF.

       SCAN-SITE-PARA.
           IF WS-ST-SITE(WS-IDX) = WS-CUR-SITE
               MOVE "Y" TO WS-FOUND-SW
               MOVE WS-IDX TO WS-POS
           END-IF.

       SUMMARY-PARA.
           MOVE SPACES TO WS-LINE.
           PERFORM EMIT-PARA.
           IF WS-ORPHAN-COUNT > 0
               MOVE WS-ORPHAN-COUNT TO ND-COUNT
               MOVE SPACES TO WS-LINE
               STRING FUNCTION TRIM(ND-COUNT) " line(s) outside any "
                   "batch passed over" DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               PERFORM EMIT-PARA
           END-IF.
           IF WS-ROSTER-FULL
               MOVE SPACES TO WS-LINE
               STRING "(roster past 2000 sessions - aliases checked "
                   "against the inventory only beyond that)"
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               PERFORM EMIT-PARA
           END-IF.
           MOVE "-- by site (loaded/refused) --" TO WS-LINE.
           PERFORM EMIT-PARA.
           IF WS-SITE-COUNT = 0
               MOVE "  (no batches in the file)" TO WS-LINE
               PERFORM EMIT-PARA
           END-IF.
           PERFORM SUMMARY-SITE-PARA TEST BEFORE
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-SITE-COUNT.
           IF WS-SITE-FULL
               MOVE "(site table full - totals truncated)" TO WS-LINE
               PERFORM EMIT-PARA
           END-IF.
           MOVE WS-BAT-LOADED TO ND-COUNT.
           MOVE WS-BAT-REFUSED TO ND-COUNT2.
           MOVE WS-REJECT-TOTAL TO ND-COUNT3.
           MOVE SPACES TO WS-LINE.
           STRING "batches loaded " FUNCTION TRIM(ND-COUNT)
               ", refused " FUNCTION TRIM(ND-COUNT2)
               "; lines refused in loaded batches "
               FUNCTION TRIM(ND-COUNT3)
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING.
           PERFORM EMIT-PARA.

       SUMMARY-SITE-PARA.
           MOVE WS-ST-BAT-OK(WS-IDX) TO ND-COUNT.
           MOVE WS-ST-BAT-REJ(WS-IDX) TO ND-COUNT2.
           MOVE SPACES TO WS-LINE.
           STRING "  " WS-ST-SITE(WS-IDX) "  batches "
               FUNCTION TRIM(ND-COUNT) "/" FUNCTION TRIM(ND-COUNT2)
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING.
           PERFORM EMIT-PARA.
           MOVE WS-ST-INV-OK(WS-IDX) TO ND-COUNT.
           MOVE WS-ST-INV-REJ(WS-IDX) TO ND-COUNT2.
           MOVE WS-ST-LOG-OK(WS-IDX) TO ND-COUNT3.
           MOVE WS-ST-LOG-REJ(WS-IDX) TO ND-COUNT4.
           MOVE WS-ST-ATT-OK(WS-IDX) TO ND-COUNT5.
           MOVE WS-ST-ATT-REJ(WS-IDX) TO ND-COUNT6.
           MOVE SPACES TO WS-LINE.
           STRING "       inventory " FUNCTION TRIM(ND-COUNT) "/"
               FUNCTION TRIM(ND-COUNT2)
               "  log " FUNCTION TRIM(ND-COUNT3) "/"
               FUNCTION TRIM(ND-COUNT4)
               "  attestation " FUNCTION TRIM(ND-COUNT5) "/"
               FUNCTION TRIM(ND-COUNT6)
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING.
           PERFORM EMIT-PARA.

       EMIT-PARA.
           DISPLAY FUNCTION TRIM(WS-LINE TRAILING) END-DISPLAY.
           MOVE WS-LINE TO REPORT-REC.
           WRITE REPORT-REC.
