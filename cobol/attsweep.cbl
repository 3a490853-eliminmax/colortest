       FILE SECTION.
      * Columns: date 1-8, time 10-17, session 19-26, block 28-37,
      * answer 39-42 (PASS/FAIL/SKIP), operator 44-63 - the layout
      * colortest.cbl's ATTEST-FILE writes - then the site code in
      * 65-67 on a branch office's lines loaded by sitecons.cbl.
       FD  ATTEST-FILE.
       01  ATTEST-REC.
           05 ATT-DATE PICTURE 9(8).
           05 ATT-ANSWER PICTURE X(4).
           05 FILLER PICTURE X.
           05 ATT-OPERATOR PICTURE X(20).
           05 FILLER PICTURE X.
           05 ATT-SITE PICTURE X(3).

       FD  WORKITEM-FILE.
           COPY "wrkitem.cpy".
