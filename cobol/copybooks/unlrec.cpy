      * SPDX-FileCopyrightText: 2023 - 2024 Eli Array Minkoff
      * SPDX-License-Identifier: GPL-3.0-only
      * Flat unload record (terminv.unl, termcap.unl and the rest) -
      * written by idxunld.cbl, read back by idxrld.cbl. One D line per
      * record of the indexed file, the record image as it stood, in
      * key order; then one T line closing the backup with the number
      * of D lines and a hash total of their keys. A backup with no T
      * line was cut short and is never reloaded. The hash is the sum,
      * over every key, of each key character's ordinal times its
      * position in the key - a dropped, added or altered key (or two
      * characters swapped) moves it. Every file's key sits at the
      * front of its record, so the key is the first key-length bytes
      * of UNL-DATA.
       01  UNL-REC.
           05 UNL-TYPE PICTURE X.
               88 UNL-DATA-LINE VALUE "D".
               88 UNL-TRAILER-LINE VALUE "T".
           05 FILLER PICTURE X.
           05 UNL-DATA PICTURE X(200).
           05 UNL-TRAILER REDEFINES UNL-DATA.
               10 UNL-T-FILE PICTURE X(10).
               10 FILLER PICTURE X.
               10 UNL-T-COUNT PICTURE 9(9).
               10 FILLER PICTURE X.
               10 UNL-T-HASH PICTURE 9(15).
               10 FILLER PICTURE X.
               10 UNL-T-DATE PICTURE 9(8).
               10 FILLER PICTURE X.
               10 UNL-T-TIME PICTURE 9(8).
               10 FILLER PICTURE X(146).
