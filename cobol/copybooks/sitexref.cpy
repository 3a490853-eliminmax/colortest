      * SPDX-FileCopyrightText: 2023 - 2024 Eli Array Minkoff
      * SPDX-License-Identifier: GPL-3.0-only
      * Branch session cross-reference (sitexref.dat) - one keyed
      * record per branch session, kept by sitecons.cbl. Two offices
      * can both have a TRM00014, so a branch session never lands in
      * the central files under its own ID: the first time one is
      * seen it is given a head-office alias - the site code and a
      * five-digit sequence, checked against the inventory and roster
      * so it cannot collide - and every later load maps it the same
      * way.
       01  SXR-REC.
           05 SXR-KEY.
               10 SXR-SITE PICTURE X(3).
               10 SXR-BRANCH-ID PICTURE X(8).
           05 SXR-CENTRAL-ID PICTURE X(8).
           05 SXR-ADD-DATE PICTURE 9(8).
           05 FILLER PICTURE X(13).
