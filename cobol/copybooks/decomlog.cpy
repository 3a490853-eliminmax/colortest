      * SPDX-FileCopyrightText: 2023 - 2024 Eli Array Minkoff
      * SPDX-License-Identifier: GPL-3.0-only
      * Decommission log record (decomm.log) - one line appended by
      * decomm.cbl for every decommission and every reinstate that
      * lands: who, when, which session, where it sat, and how many
      * open work items went with it. A decommission also keeps the
      * sessions.lst line it took off the roster (roster switch Y), so
      * a reinstate can put back exactly what was there. Columns: date
      * 1-8, time 10-17, user 19-38, action 40-48, session 50-57,
      * location 59-70, items resolved 72-75, roster switch 77, roster
      * type/level/frequency/retry 79-98/100-109/111-113/115-117.
       01  DLOG-REC.
           05 DLOG-DATE PICTURE 9(8).
           05 FILLER PICTURE X.
           05 DLOG-TIME PICTURE 9(8).
           05 FILLER PICTURE X.
           05 DLOG-USER PICTURE X(20).
           05 FILLER PICTURE X.
           05 DLOG-ACTION PICTURE X(9).
               88 DLOG-DECOMM VALUE "DECOMM".
               88 DLOG-REINSTATE VALUE "REINSTATE".
           05 FILLER PICTURE X.
           05 DLOG-SESSION PICTURE X(8).
           05 FILLER PICTURE X.
           05 DLOG-FLOOR-LOC PICTURE X(12).
           05 FILLER PICTURE X.
           05 DLOG-ITEMS PICTURE 9(4).
           05 FILLER PICTURE X.
           05 DLOG-ROSTER-SW PICTURE X.
               88 DLOG-WAS-ON-ROSTER VALUE "Y".
           05 FILLER PICTURE X.
           05 DLOG-ROSTER.
               10 DLOG-TERM-TYPE PICTURE X(20).
               10 FILLER PICTURE X.
               10 DLOG-EXP-LEVEL PICTURE X(10).
               10 FILLER PICTURE X.
               10 DLOG-FREQ-DAYS PICTURE X(3).
               10 FILLER PICTURE X.
               10 DLOG-RETRY-DAYS PICTURE X(3).
