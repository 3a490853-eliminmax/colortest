      * SPDX-FileCopyrightText: 2023 - 2024 Eli Array Minkoff
      * SPDX-License-Identifier: GPL-3.0-only
      * Parameter block for CALL "authchk" - the caller fills in who it
      * is, the function code (see authrec.cpy), the user, and a short
      * note of what was being attempted; authchk answers allowed or
      * denied, with the reason when denied. A denial has already been
      * written to secviol.log by the time the call returns - the
      * caller only has to refuse the change and say so.
       01  AUTH-LINK.
           05 AUTHL-PROGRAM PICTURE X(8).
           05 AUTHL-FUNCTION PICTURE X(10).
           05 AUTHL-USER PICTURE X(20).
           05 AUTHL-DETAIL PICTURE X(30).
           05 AUTHL-RESULT PICTURE X.
               88 AUTHL-ALLOWED VALUE "Y".
               88 AUTHL-DENIED VALUE "N".
           05 AUTHL-REASON PICTURE X(20).
