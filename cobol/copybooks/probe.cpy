      * SPDX-FileCopyrightText: 2023 - 2024 Eli Array Minkoff
      * SPDX-License-Identifier: GPL-3.0-only
      * Palette probe result record (probe.dat) - one keyed record per
      * session, probe date and palette index, written by colortest's
      * PROBE mode. The terminal is asked (OSC 4 palette query) what it
      * actually paints for the index, and its answer is kept beside
      * the nominal value, so "desk 14's blue is wrong" is a measured
      * finding instead of an operator's say-so. A session probed
      * twice in a day keeps the later answer. Reported RGB and
      * distance are zero when the terminal gave no answer for the
      * index - PRB-NO-ANSWER, not a black palette entry.
       01  PROBE-REC.
           05 PRB-KEY.
               10 PRB-SESSION PICTURE X(8).
               10 PRB-DATE PICTURE 9(8).
               10 PRB-INDEX PICTURE 999.
           05 PRB-TIME PICTURE 9(8).
           05 PRB-EXP-R PICTURE 999.
           05 PRB-EXP-G PICTURE 999.
           05 PRB-EXP-B PICTURE 999.
           05 PRB-REP-R PICTURE 999.
           05 PRB-REP-G PICTURE 999.
           05 PRB-REP-B PICTURE 999.
           05 PRB-DISTANCE PICTURE 999V9.
           05 PRB-ANSWER-SW PICTURE X.
               88 PRB-ANSWERED VALUE "Y".
               88 PRB-NO-ANSWER VALUE "N".
           05 PRB-USER PICTURE X(20).
           05 FILLER PICTURE X(10).
