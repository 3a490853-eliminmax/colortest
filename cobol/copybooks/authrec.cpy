      * SPDX-FileCopyrightText: 2023 - 2024 Eli Array Minkoff
      * SPDX-License-Identifier: GPL-3.0-only
      * Operator authorization record (userauth.dat) - one keyed record
      * per user ID (as the USER environment variable gives it), with
      * the functions that user may perform. Every maintenance program
      * asks authchk.cbl before it changes anything, and authchk reads
      * this file; authmnt.cbl maintains it and journals every change
      * to authjrnl.dat. Function codes are upper case, one per slot,
      * unused slots spaces:
      *   CAPMAINT  capability maintenance (capmaint)
      *   ROSTER    roster maintenance (sessmnt)
      *   WQRESOLVE work-queue progress and resolve (wrkq)
      *   LOCATION  floor location update (terminq, invimp)
      *   DECOMM    decommission and reinstate (decomm)
      *   ROLLOUT   emulator rollout import (rollimp)
      *   RELOAD    indexed file reload (idxrld)
      *   SITELOAD  branch-office extract load (sitecons)
      *   AUTHMAINT this file (authmnt)
       01  AUTH-REC.
           05 AUTH-USER PICTURE X(20).
           05 AUTH-FUNCS.
               10 AUTH-FUNC PICTURE X(10) OCCURS 10 TIMES.
           05 AUTH-UPD-USER PICTURE X(20).
           05 AUTH-UPD-DATE PICTURE 9(8).
           05 FILLER PICTURE X(12).
