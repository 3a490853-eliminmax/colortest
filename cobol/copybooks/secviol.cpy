      * SPDX-FileCopyrightText: 2023 - 2024 Eli Array Minkoff
      * SPDX-License-Identifier: GPL-3.0-only
      * Security violations log record (secviol.log) - one line
      * appended by authchk.cbl for every attempt refused because the
      * user is not authorized for the function: who, when, from which
      * program, what function, why refused, and what they were trying
      * to do. secvrpt.cbl reports over it. Columns: date 1-8, time
      * 10-17, user 19-38, program 40-47, function 49-58, reason 60-79,
      * detail 81-110.
       01  SVIO-REC.
           05 SVIO-DATE PICTURE 9(8).
           05 FILLER PICTURE X.
           05 SVIO-TIME PICTURE 9(8).
           05 FILLER PICTURE X.
           05 SVIO-USER PICTURE X(20).
           05 FILLER PICTURE X.
           05 SVIO-PROGRAM PICTURE X(8).
           05 FILLER PICTURE X.
           05 SVIO-FUNCTION PICTURE X(10).
           05 FILLER PICTURE X.
           05 SVIO-REASON PICTURE X(20).
           05 FILLER PICTURE X.
           05 SVIO-DETAIL PICTURE X(30).
