      * SPDX-FileCopyrightText: 2023 - 2024 Eli Array Minkoff
      * SPDX-License-Identifier: GPL-3.0-only
      * Branch load control record (siteload.dat) - one keyed record
      * per branch site, kept by sitecons.cbl. The last batch stamp
      * refuses a batch already loaded (or older than one that was);
      * the log and attestation high-water stamps refuse individual
      * lines already loaded by an earlier batch that overlapped this
      * one, such as a full re-extract. The next sequence number feeds
      * the head-office alias session IDs handed out for the site.
      * The resend switch is set when one of the site's batches
      * arrives damaged: the branch has already moved past those
      * lines, so the site's incremental batches are refused until a
      * full extract (siteext SITE ALL) has loaded and put them back.
       01  SLD-REC.
           05 SLD-SITE PICTURE X(3).
           05 SLD-BATCH-DATE PICTURE 9(8).
           05 SLD-BATCH-TIME PICTURE 9(8).
           05 SLD-LOG-HWM-DATE PICTURE 9(8).
           05 SLD-LOG-HWM-TIME PICTURE 9(8).
           05 SLD-ATT-HWM-DATE PICTURE 9(8).
           05 SLD-ATT-HWM-TIME PICTURE 9(8).
           05 SLD-NEXT-SEQ PICTURE 9(5).
           05 SLD-BATCHES PICTURE 9(5).
           05 SLD-LOAD-DATE PICTURE 9(8).
           05 SLD-LOAD-USER PICTURE X(20).
           05 SLD-RESEND-SW PICTURE X.
               88 SLD-RESEND-DUE VALUE "Y".
           05 FILLER PICTURE X(10).
