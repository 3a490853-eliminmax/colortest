      * Same record length colortest.cbl writes - colorrpt.cbl and
      * logarch.cbl read this file; keep their record lengths in step.
       FD  LOG-FILE.
       01  LOG-REC PICTURE X(120).

      * Columns: status 1-8 (RUNNING/COMPLETE), lines processed 10-15,
      * sessions run 17-20, skipped 22-25, exceptions 27-30, worst rc
      * when its last test is older than the policy allows - the full
      * frequency after a PASS, the shorter retry interval after a
      * FAIL or a needs-review. Everything else is window reclaimed.
      * A session whose emulator was changed by a rollout (retest
      * switch set by rollimp.cbl) is due whatever its policy says -
      * last week's PASS was for a different terminal.
       CHECK-DUE-PARA.
           MOVE "Y" TO WS-DUE-SW.
           MOVE SPACES TO WS-SKIP-REASON.
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT TINV-RETEST-DUE
                           PERFORM CHECK-DUE-DATE-PARA
                       END-IF
               END-READ
           END-IF.

           MOVE SESS-TERM-TYPE TO TINV-TERM-TYPE.
           MOVE WS-EXP-LEVEL-NUM TO TINV-EXP-LEVEL.
           MOVE WS-SESS-RC TO TINV-LAST-RC.
           MOVE SPACE TO TINV-RETEST-SW.
           IF NOT WS-LOG-OPEN
               ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD END-ACCEPT
               ACCEPT WS-LOG-TIME FROM TIME END-ACCEPT
