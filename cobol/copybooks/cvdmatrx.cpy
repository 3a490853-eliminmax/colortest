      * SPDX-FileCopyrightText: 2023 - 2024 Eli Array Minkoff
      * SPDX-License-Identifier: GPL-3.0-only
      * Color vision deficiency simulation matrices - Machado, Oliveira
      * and Fernandes (2009) at full severity, applied to linear RGB.
      * Entry 1 is the identity, so normal vision goes through the same
      * arithmetic as the three dichromacies and the before/after
      * figures compare like with like. Each entry is a 3x3 matrix in
      * row order: simulated R from input R, G, B, then G, then B.
           01 CVD-MATRIX-TABLE.
               05 CVD-MATRIX-ENTRIES.
                   10 FILLER.
                       15 FILLER PICTURE X(12) VALUE "normal".
                       15 FILLER PICTURE S9V9(6) VALUE 1.
                       15 FILLER PICTURE S9V9(6) VALUE 0.
                       15 FILLER PICTURE S9V9(6) VALUE 0.
                       15 FILLER PICTURE S9V9(6) VALUE 0.
                       15 FILLER PICTURE S9V9(6) VALUE 1.
                       15 FILLER PICTURE S9V9(6) VALUE 0.
                       15 FILLER PICTURE S9V9(6) VALUE 0.
                       15 FILLER PICTURE S9V9(6) VALUE 0.
                       15 FILLER PICTURE S9V9(6) VALUE 1.
                   10 FILLER.
                       15 FILLER PICTURE X(12) VALUE "protanopia".
                       15 FILLER PICTURE S9V9(6) VALUE 0.152286.
                       15 FILLER PICTURE S9V9(6) VALUE 1.052583.
                       15 FILLER PICTURE S9V9(6) VALUE -0.204868.
                       15 FILLER PICTURE S9V9(6) VALUE 0.114503.
                       15 FILLER PICTURE S9V9(6) VALUE 0.786281.
                       15 FILLER PICTURE S9V9(6) VALUE 0.099216.
                       15 FILLER PICTURE S9V9(6) VALUE -0.003882.
                       15 FILLER PICTURE S9V9(6) VALUE -0.048116.
                       15 FILLER PICTURE S9V9(6) VALUE 1.051998.
                   10 FILLER.
                       15 FILLER PICTURE X(12) VALUE "deuteranopia".
                       15 FILLER PICTURE S9V9(6) VALUE 0.367322.
                       15 FILLER PICTURE S9V9(6) VALUE 0.860646.
                       15 FILLER PICTURE S9V9(6) VALUE -0.227968.
                       15 FILLER PICTURE S9V9(6) VALUE 0.280085.
                       15 FILLER PICTURE S9V9(6) VALUE 0.672501.
                       15 FILLER PICTURE S9V9(6) VALUE 0.047413.
                       15 FILLER PICTURE S9V9(6) VALUE -0.011820.
                       15 FILLER PICTURE S9V9(6) VALUE 0.042940.
                       15 FILLER PICTURE S9V9(6) VALUE 0.968881.
                   10 FILLER.
                       15 FILLER PICTURE X(12) VALUE "tritanopia".
                       15 FILLER PICTURE S9V9(6) VALUE 1.255528.
                       15 FILLER PICTURE S9V9(6) VALUE -0.076749.
                       15 FILLER PICTURE S9V9(6) VALUE -0.178779.
                       15 FILLER PICTURE S9V9(6) VALUE -0.078411.
                       15 FILLER PICTURE S9V9(6) VALUE 0.930809.
                       15 FILLER PICTURE S9V9(6) VALUE 0.147602.
                       15 FILLER PICTURE S9V9(6) VALUE 0.004733.
                       15 FILLER PICTURE S9V9(6) VALUE 0.691367.
                       15 FILLER PICTURE S9V9(6) VALUE 0.303900.
               05 CVD-MATRIX REDEFINES CVD-MATRIX-ENTRIES
                       OCCURS 4 TIMES.
                   10 CVD-NAME PICTURE X(12).
                   10 CVD-COEF PICTURE S9V9(6) OCCURS 9 TIMES.
           01 CVD-COUNT PICTURE 9 VALUE 4.
