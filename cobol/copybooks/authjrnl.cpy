      * SPDX-FileCopyrightText: 2023 - 2024 Eli Array Minkoff
      * SPDX-License-Identifier: GPL-3.0-only
      * Authorization change journal record (authjrnl.dat) - one record
      * appended by authmnt.cbl for every Add, Grant, Revoke, and
      * Delete that lands, with the user's function list before and
      * after, plus who made the change and when - the same job
      * capjrnl.dat does for termcap.dat. Before image is spaces for an
      * Add, after image spaces for a Delete; the function column is
      * the one granted or revoked. Columns: date 1-8, time 10-17,
      * user 19-38, action 40-45, target user 47-66, function 68-77,
      * before functions 79-178, after functions 180-279.
       01  AJRN-REC.
           05 AJRN-DATE PICTURE 9(8).
           05 FILLER PICTURE X.
           05 AJRN-TIME PICTURE 9(8).
           05 FILLER PICTURE X.
           05 AJRN-USER PICTURE X(20).
           05 FILLER PICTURE X.
           05 AJRN-ACTION PICTURE X(6).
           05 FILLER PICTURE X.
           05 AJRN-TARGET PICTURE X(20).
           05 FILLER PICTURE X.
           05 AJRN-FUNCTION PICTURE X(10).
           05 FILLER PICTURE X.
           05 AJRN-BEFORE PICTURE X(100).
           05 FILLER PICTURE X.
           05 AJRN-AFTER PICTURE X(100).
