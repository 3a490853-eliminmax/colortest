      * alongside what the last test run found, so "when was desk 14
      * last tested and did it pass" is one keyed read. Level 1=basic
      * 16, 2=256-color cube, 3=24-bit true color, 0=not yet known.
      * A terminal torn off the floor is not deleted - decomm.cbl marks
      * it decommissioned with the date and user, so its history stays
      * readable and a reinstate has something to come back to. Blank
      * status is in service (every record written before the field
      * existed). The record grew from 68 to 100 bytes with the status
      * fields; tinvconv.cbl carries an old-layout master across.
      * The retest switch is set by rollimp.cbl when a desk's emulator
      * changes under it: colorbatch treats the session as due that
      * night whatever its test-frequency policy says, and the next
      * validation clears the switch.
      * The site code is blank for head office's own terminals. A
      * branch office's terminals arrive through sitecons.cbl under
      * a head-office alias session ID (sitexref.dat maps it back)
      * with the branch's site code here, so the central reports can
      * filter and break out by site.
       01  TINV-REC.
           05 TINV-SESSION-ID PICTURE X(8).
           05 TINV-TERM-TYPE PICTURE X(20).
           05 TINV-LAST-DATE PICTURE 9(8).
           05 TINV-LAST-TIME PICTURE 9(8).
           05 TINV-LAST-RC PICTURE 9.
           05 TINV-STATUS PICTURE X.
               88 TINV-IN-SERVICE VALUE " " "A".
               88 TINV-DECOMMISSIONED VALUE "D".
           05 TINV-STAT-DATE PICTURE 9(8).
           05 TINV-STAT-USER PICTURE X(20).
           05 TINV-RETEST-SW PICTURE X.
               88 TINV-RETEST-DUE VALUE "Y".
           05 TINV-SITE PICTURE X(3).
               88 TINV-HEAD-OFFICE VALUE SPACES.
           05 FILLER PICTURE X(9).
