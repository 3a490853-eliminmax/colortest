      * SPDX-FileCopyrightText: 2023 - 2024 Eli Array Minkoff
      * SPDX-License-Identifier: GPL-3.0-only
      * Branch-office extract record (siteext.dat) - written at the
      * branch by siteext.cbl, transmitted to head office and loaded
      * there by sitecons.cbl. One batch is an H line naming the site
      * and when the extract was taken, the branch's records as they
      * stood on its own files - I for a terminv.dat record, L for a
      * colortest.log line, A for an attest.dat record - and a T line
      * with the count of each. The site code and extract stamp
      * together identify the batch, which is how a file sent twice
      * is recognized. Several batches may follow one another in the
      * same file. A batch with no T line, or whose counts do not
      * match, was cut short in transmission and is not loaded.
      * The header says whether the batch is a full extract (the
      * branch ran siteext with ALL) or only what is new since the
      * last one; after a damaged batch, head office takes nothing
      * more from that site until a full extract arrives.
       01  SXT-REC.
           05 SXT-TYPE PICTURE X.
               88 SXT-HEADER VALUE "H".
               88 SXT-INV-LINE VALUE "I".
               88 SXT-LOG-LINE VALUE "L".
               88 SXT-ATT-LINE VALUE "A".
               88 SXT-TRAILER VALUE "T".
           05 FILLER PICTURE X.
           05 SXT-DATA PICTURE X(110).
           05 SXT-HDR REDEFINES SXT-DATA.
               10 SXT-H-SITE PICTURE X(3).
               10 FILLER PICTURE X.
               10 SXT-H-DATE PICTURE 9(8).
               10 FILLER PICTURE X.
               10 SXT-H-TIME PICTURE 9(8).
               10 FILLER PICTURE X.
               10 SXT-H-SCOPE PICTURE X.
                   88 SXT-H-FULL VALUE "A".
                   88 SXT-H-INCREMENTAL VALUE "I" " ".
               10 FILLER PICTURE X(87).
           05 SXT-TRL REDEFINES SXT-DATA.
               10 SXT-T-SITE PICTURE X(3).
               10 FILLER PICTURE X.
               10 SXT-T-INV-COUNT PICTURE 9(7).
               10 FILLER PICTURE X.
               10 SXT-T-LOG-COUNT PICTURE 9(7).
               10 FILLER PICTURE X.
               10 SXT-T-ATT-COUNT PICTURE 9(7).
               10 FILLER PICTURE X(83).
