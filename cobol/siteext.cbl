      * SPDX-FileCopyrightText: 2023 - 2024 Eli Array Minkoff
      * SPDX-License-Identifier: GPL-3.0-only
       IDENTIFICATION DIVISION.
       PROGRAM-ID. siteext.

      * Branch-office extract, run at the branch after its colorbatch:
      * the branch's colortest.log, attest.dat and terminv.dat packed
      * into one batch in siteext.dat (siteext.cpy) for transmission
      * to head office, where sitecons.cbl loads it. The parameter is
      * the branch's three-character site code, then optionally ALL.
      * The inventory goes across whole every time - it is the current
      * state of each terminal - but log and attestation lines only
      * once: siteext.ckp remembers the newest of each already
      * extracted, and the next run starts after it. ALL ignores the
      * checkpoint and sends everything again; head office drops what
      * it already has, so a full resend is always safe. It is also
      * what head office needs after a batch arrived damaged - the
      * checkpoint has already moved past what that batch held, and
      * sitecons.cbl refuses the site's incremental batches until a
      * full one comes in.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The branch's own colortest log, read start to finish.
           SELECT OPTIONAL LOG-FILE ASSIGN TO "colortest.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
      *    The branch's operator attestations.
           SELECT OPTIONAL ATTEST-FILE ASSIGN TO "attest.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ATT-STATUS.
      *    The branch's terminal inventory master, browsed in key
      *    order.
           SELECT OPTIONAL TERMINV-FILE ASSIGN TO "terminv.dat"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS TINV-SESSION-ID
               FILE STATUS IS WS-TINV-STATUS.
      *    The extract itself - rewritten each run; the transfer to
      *    head office picks it up from here.
           SELECT EXTRACT-FILE ASSIGN TO "siteext.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.
      *    Where the last extract got to, rewritten only once the new
      *    extract is safely closed.
           SELECT OPTIONAL CKPT-FILE ASSIGN TO "siteext.ckp"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOG-FILE.
       01  LOG-REC PICTURE X(110).

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

       FD  TERMINV-FILE.
           COPY "terminv.cpy".

       FD  EXTRACT-FILE.
           COPY "siteext.cpy".

      * Columns: site 1-3, newest log stamp extracted 5-12 and 14-21,
      * newest attestation stamp 23-30 and 32-39.
       FD  CKPT-FILE.
       01  CKPT-REC.
           05 CKP-SITE PICTURE X(3).
           05 FILLER PICTURE X.
           05 CKP-LOG-DATE PICTURE 9(8).
           05 FILLER PICTURE X.
           05 CKP-LOG-TIME PICTURE 9(8).
           05 FILLER PICTURE X.
           05 CKP-ATT-DATE PICTURE 9(8).
           05 FILLER PICTURE X.
           05 CKP-ATT-TIME PICTURE 9(8).

       WORKING-STORAGE SECTION.
           01 WS-LOG-STATUS PICTURE XX.
           01 WS-ATT-STATUS PICTURE XX.
           01 WS-TINV-STATUS PICTURE XX.
           01 WS-EXT-STATUS PICTURE XX.
           01 WS-CKPT-STATUS PICTURE XX.
           01 WS-LOG-EOF-SW PICTURE X VALUE "N".
               88 WS-LOG-EOF VALUE "Y".
           01 WS-ATT-EOF-SW PICTURE X VALUE "N".
               88 WS-ATT-EOF VALUE "Y".
           01 WS-TINV-EOF-SW PICTURE X VALUE "N".
               88 WS-TINV-EOF VALUE "Y".
           01 WS-CKPT-EOF-SW PICTURE X VALUE "N".
               88 WS-CKPT-EOF VALUE "Y".
           01 WS-PARM PICTURE X(40) VALUE SPACES.
           01 WS-SITE PICTURE X(3) VALUE SPACES.
           01 WS-SITE-IN PICTURE X(10) VALUE SPACES.
           01 WS-MODE-IN PICTURE X(10) VALUE SPACES.
           01 WS-ALL-SW PICTURE X VALUE "N".
               88 WS-ALL VALUE "Y".
           01 WS-TODAY PICTURE 9(8).
           01 WS-NOW PICTURE 9(8).
      * Stamps are date and time run together so one compare orders
      * them. The checkpoint's are where this run starts; the newest
      * seen are what the next run will start after.
           01 WS-STAMP PICTURE 9(16).
           01 WS-STAMP-X REDEFINES WS-STAMP.
               05 WS-STAMP-DATE PICTURE 9(8).
               05 WS-STAMP-TIME PICTURE 9(8).
           01 WS-LOG-FROM PICTURE 9(16) VALUE 0.
           01 WS-ATT-FROM PICTURE 9(16) VALUE 0.
           01 WS-LOG-NEWEST PICTURE 9(16) VALUE 0.
           01 WS-ATT-NEWEST PICTURE 9(16) VALUE 0.
           01 WS-INV-COUNT PICTURE 9(7) VALUE 0.
           01 WS-LOG-COUNT PICTURE 9(7) VALUE 0.
           01 WS-ATT-COUNT PICTURE 9(7) VALUE 0.
           01 WS-SKIP-COUNT PICTURE 9(7) VALUE 0.
           01 ND-COUNT PICTURE ZZZZZZ9.
           01 ND-COUNT2 PICTURE ZZZZZZ9.
           01 ND-COUNT3 PICTURE ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD END-ACCEPT.
           ACCEPT WS-NOW FROM TIME END-ACCEPT.
           ACCEPT WS-PARM FROM COMMAND-LINE END-ACCEPT.
           IF WS-PARM = SPACES
               DISPLAY "Site code (3 characters), optionally ALL: "
                   WITH NO ADVANCING END-DISPLAY
               ACCEPT WS-PARM END-ACCEPT
           END-IF.
           UNSTRING WS-PARM DELIMITED BY ALL SPACE
               INTO WS-SITE-IN WS-MODE-IN
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-SITE-IN) TO WS-SITE-IN.
           MOVE FUNCTION UPPER-CASE(WS-MODE-IN) TO WS-MODE-IN.
      *    A site code is exactly three characters. HQ is what the
      *    central reports call head office, so no branch may use it.
           IF WS-SITE-IN(1:1) = SPACE OR WS-SITE-IN(2:1) = SPACE
                   OR WS-SITE-IN(3:1) = SPACE
                   OR WS-SITE-IN(4:7) NOT = SPACES
                   OR WS-SITE-IN = "HQ"
               DISPLAY "siteext: site code must be three characters "
                   "(and not HQ) - usage: siteext SITE [ALL]"
                   END-DISPLAY
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-SITE-IN TO WS-SITE.
           EVALUATE WS-MODE-IN
               WHEN SPACES
                   CONTINUE
               WHEN "ALL"
                   MOVE "Y" TO WS-ALL-SW
               WHEN OTHER
                   DISPLAY "siteext: unknown option '"
                       FUNCTION TRIM(WS-MODE-IN)
                       "' - usage: siteext SITE [ALL]" END-DISPLAY
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

           IF NOT WS-ALL
               PERFORM READ-CKPT-PARA
           END-IF.
           MOVE WS-LOG-FROM TO WS-LOG-NEWEST.
           MOVE WS-ATT-FROM TO WS-ATT-NEWEST.

           OPEN OUTPUT EXTRACT-FILE.
           IF WS-EXT-STATUS NOT = "00"
               DISPLAY "siteext: could not open siteext.dat (status "
                   WS-EXT-STATUS ")" END-DISPLAY
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO SXT-REC.
           MOVE "H" TO SXT-TYPE.
           MOVE WS-SITE TO SXT-H-SITE.
           MOVE WS-TODAY TO SXT-H-DATE.
           MOVE WS-NOW TO SXT-H-TIME.
           IF WS-ALL
               MOVE "A" TO SXT-H-SCOPE
           ELSE
               MOVE "I" TO SXT-H-SCOPE
           END-IF.
           WRITE SXT-REC.

           PERFORM EXTRACT-INV-PARA.
           IF RETURN-CODE = 8
               CLOSE EXTRACT-FILE
               GOBACK
           END-IF.
           PERFORM EXTRACT-LOG-PARA.
           PERFORM EXTRACT-ATT-PARA.

           MOVE SPACES TO SXT-REC.
           MOVE "T" TO SXT-TYPE.
           MOVE WS-SITE TO SXT-T-SITE.
           MOVE WS-INV-COUNT TO SXT-T-INV-COUNT.
           MOVE WS-LOG-COUNT TO SXT-T-LOG-COUNT.
           MOVE WS-ATT-COUNT TO SXT-T-ATT-COUNT.
           WRITE SXT-REC.
           CLOSE EXTRACT-FILE.

           PERFORM WRITE-CKPT-PARA.

           MOVE WS-INV-COUNT TO ND-COUNT.
           MOVE WS-LOG-COUNT TO ND-COUNT2.
           MOVE WS-ATT-COUNT TO ND-COUNT3.
           DISPLAY "siteext: site " WS-SITE " batch " WS-TODAY " "
               WS-NOW " - inventory " FUNCTION TRIM(ND-COUNT)
               ", log " FUNCTION TRIM(ND-COUNT2)
               ", attestation " FUNCTION TRIM(ND-COUNT3)
               " written to siteext.dat" END-DISPLAY.
           IF WS-SKIP-COUNT > 0
               MOVE WS-SKIP-COUNT TO ND-COUNT
               DISPLAY "siteext: " FUNCTION TRIM(ND-COUNT)
                   " line(s) with no readable date stamp not sent"
                   END-DISPLAY
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      * A checkpoint written for a different site code is not this
      * branch's and is ignored - everything goes.
       READ-CKPT-PARA.
           OPEN INPUT CKPT-FILE.
           IF WS-CKPT-STATUS = "00"
               READ CKPT-FILE
                   AT END
                       MOVE "Y" TO WS-CKPT-EOF-SW
               END-READ
               IF NOT WS-CKPT-EOF AND CKP-SITE = WS-SITE
                   IF CKP-LOG-DATE IS NUMERIC
                           AND CKP-LOG-TIME IS NUMERIC
                       MOVE CKP-LOG-DATE TO WS-STAMP-DATE
                       MOVE CKP-LOG-TIME TO WS-STAMP-TIME
                       MOVE WS-STAMP TO WS-LOG-FROM
                   END-IF
                   IF CKP-ATT-DATE IS NUMERIC
                           AND CKP-ATT-TIME IS NUMERIC
                       MOVE CKP-ATT-DATE TO WS-STAMP-DATE
                       MOVE CKP-ATT-TIME TO WS-STAMP-TIME
                       MOVE WS-STAMP TO WS-ATT-FROM
                   END-IF
               END-IF
           END-IF.
           CLOSE CKPT-FILE.

       WRITE-CKPT-PARA.
           OPEN OUTPUT CKPT-FILE.
           IF WS-CKPT-STATUS NOT = "00" AND WS-CKPT-STATUS NOT = "05"
               DISPLAY "siteext: could not rewrite siteext.ckp (status "
                   WS-CKPT-STATUS ") - next extract will resend"
                   END-DISPLAY
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE SPACES TO CKPT-REC
               MOVE WS-SITE TO CKP-SITE
               MOVE WS-LOG-NEWEST TO WS-STAMP
               MOVE WS-STAMP-DATE TO CKP-LOG-DATE
               MOVE WS-STAMP-TIME TO CKP-LOG-TIME
               MOVE WS-ATT-NEWEST TO WS-STAMP
               MOVE WS-STAMP-DATE TO CKP-ATT-DATE
               MOVE WS-STAMP-TIME TO CKP-ATT-TIME
               WRITE CKPT-REC
               CLOSE CKPT-FILE
           END-IF.

      * Every inventory record, as it stands.
       EXTRACT-INV-PARA.
           OPEN INPUT TERMINV-FILE.
           EVALUATE WS-TINV-STATUS
               WHEN "00"
                   MOVE LOW-VALUES TO TINV-SESSION-ID
                   START TERMINV-FILE KEY NOT < TINV-SESSION-ID
                       INVALID KEY
                           MOVE "Y" TO WS-TINV-EOF-SW
                   END-START
                   PERFORM EXTRACT-INV-NEXT-PARA UNTIL WS-TINV-EOF
                   CLOSE TERMINV-FILE
               WHEN "05"
                   CLOSE TERMINV-FILE
               WHEN OTHER
                   DISPLAY "siteext: could not open terminv.dat "
                       "(status " WS-TINV-STATUS ")" END-DISPLAY
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       EXTRACT-INV-NEXT-PARA.
           READ TERMINV-FILE NEXT
               AT END
                   MOVE "Y" TO WS-TINV-EOF-SW
               NOT AT END
                   MOVE SPACES TO SXT-REC
                   MOVE "I" TO SXT-TYPE
                   MOVE TINV-REC TO SXT-DATA
                   WRITE SXT-REC
                   ADD 1 TO WS-INV-COUNT
           END-READ.

       EXTRACT-LOG-PARA.
           OPEN INPUT LOG-FILE.
           IF WS-LOG-STATUS = "00"
               PERFORM UNTIL WS-LOG-EOF
                   READ LOG-FILE
                       AT END
                           MOVE "Y" TO WS-LOG-EOF-SW
                       NOT AT END
                           PERFORM EXTRACT-LOG-LINE-PARA
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE LOG-FILE.

      * A log line starts YYYYMMDDTHHMMSSss; one that does not cannot
      * be placed against the checkpoint and is not sent.
       EXTRACT-LOG-LINE-PARA.
           IF LOG-REC(1:8) IS NOT NUMERIC OR LOG-REC(9:1) NOT = "T"
                   OR LOG-REC(10:8) IS NOT NUMERIC
               IF LOG-REC NOT = SPACES
                   ADD 1 TO WS-SKIP-COUNT
               END-IF
           ELSE
               MOVE LOG-REC(1:8) TO WS-STAMP-DATE
               MOVE LOG-REC(10:8) TO WS-STAMP-TIME
               IF WS-STAMP > WS-LOG-FROM
                   MOVE SPACES TO SXT-REC
                   MOVE "L" TO SXT-TYPE
                   MOVE LOG-REC TO SXT-DATA
                   WRITE SXT-REC
                   ADD 1 TO WS-LOG-COUNT
                   IF WS-STAMP > WS-LOG-NEWEST
                       MOVE WS-STAMP TO WS-LOG-NEWEST
                   END-IF
               END-IF
           END-IF.

       EXTRACT-ATT-PARA.
           OPEN INPUT ATTEST-FILE.
           IF WS-ATT-STATUS = "00"
               PERFORM UNTIL WS-ATT-EOF
                   READ ATTEST-FILE
                       AT END
                           MOVE "Y" TO WS-ATT-EOF-SW
                       NOT AT END
                           PERFORM EXTRACT-ATT-LINE-PARA
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ATTEST-FILE.

       EXTRACT-ATT-LINE-PARA.
           IF ATT-DATE IS NOT NUMERIC OR ATT-TIME IS NOT NUMERIC
               IF ATTEST-REC NOT = SPACES
                   ADD 1 TO WS-SKIP-COUNT
               END-IF
           ELSE
               MOVE ATT-DATE TO WS-STAMP-DATE
               MOVE ATT-TIME TO WS-STAMP-TIME
               IF WS-STAMP > WS-ATT-FROM
                   MOVE SPACES TO SXT-REC
                   MOVE "A" TO SXT-TYPE
                   MOVE ATTEST-REC TO SXT-DATA
                   WRITE SXT-REC
                   ADD 1 TO WS-ATT-COUNT
                   IF WS-STAMP > WS-ATT-NEWEST
                       MOVE WS-STAMP TO WS-ATT-NEWEST
                   END-IF
               END-IF
           END-IF.
