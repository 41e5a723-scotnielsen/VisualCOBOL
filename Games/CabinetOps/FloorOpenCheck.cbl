      *> replacement in place, layout.dat and besttimes.dat are rebuilt
      *> from the most recent backup set when one exists, and every repair
      *> action lands in floorrepair.log with its before/after evidence.
      *> Repair mode signs the operator on through the shared
      *> OperatorSignOn gate, and each floorrepair.log line carries the id
      *> ("timestamp [III] file was PROBLEM - action").
      *> A cabinet whose problems were all repaired is not flagged out of
      *> order. Driven off the cabinets.dat fleet registry (maintained by
      *> CabinetRegistry) so every registered in-service cabinet is checked; with no
      *> registry present it falls back to the original one-cabinet-per-title folders
      *> next to the working directory. Run from a Games\CabinetOps working directory
      *> alongside the other four game folders, same as DailyOpsReport.
      *> Each cabinet's selftest.log (written by the game's own self-test
      *> at power-on and on the operator key -- see SelfTest) is read too:
      *> the latest complete run is reported, and any check it FAILED
      *> counts as a serious problem, so the cabinet is flagged out of
      *> order and a work order opened the same way a broken data file
      *> does. A cabinet with no self-test on file is reported but not
      *> flagged.
       program-id. FloorOpenCheck as "FloorOpenCheck".

       environment division.
           select orders-file assign to "workorders.dat"
                               organization is line sequential
                               file status is ws-orders-status.
      *> The game's own power-on/operator self-test results.
           select self-test-file
                   assign to ws-selftest-path
                   organization is line sequential
                   file status is ws-selftest-status.
      *> Fresh empty replacement written over a repaired append-style
      *> log, the same recreate convention the log-archive job uses.
           select fresh-log-file assign to ws-repair-path
       fd fresh-log-file record contains 80 characters.
       01 fresh-log-line   pic x(80).

       fd self-test-file record contains 132 characters.
       01 st-line          pic x(132).

       working-storage section.
       01 ws-maint-flag-path         pic x(80).
       01 ws-maint-flag-status       pic xx.
       01 ws-repair-rc               pic s9(9) comp-5.
       01 ws-repair-action           pic x(60).
       01 ws-quarantine-ok           pic x.
       01 ws-signed-operator         pic x(3).
       01 ws-operator-role           pic x(10).

      *> Automatic work-order state: next ticket id, the parsed fields
      *> of existing tickets (for the open-ticket dedupe), and the line
       01 ws-ticket-open             pic x.
       01 ws-ticket-stamp            pic x(19).
       01 ws-ticket-out              pic x(250).
       01 ws-ticket-symptom          pic x(60).

      *> Fleet version census gate: the distinct versions each title's
      *> heartbeats answer with; two versions for one title means a
       01 ws-mix-index2              pic 9(2).
       01 ws-mix-already             pic x.

      *> Self-test: the failed checks of the run being read, and of the
      *> latest run that reached its RESULT line.
       01 ws-selftest-path           pic x(80).
       01 ws-selftest-status         pic xx.
       01 ws-selftest-failed         pic x.
       01 ws-s-stamp                 pic x(19).
       01 ws-s-title                 pic x(16).
       01 ws-s-trigger               pic x(8).
       01 ws-s-check                 pic x(8).
       01 ws-s-outcome               pic x(4).
       01 ws-s-detail                pic x(80).
       01 ws-run-stamp               pic x(19).
       01 ws-run-fail-count          pic 9(2).
       01 ws-run-fail-table.
           03 ws-run-fail occurs 10.
               05 ws-run-fail-check      pic x(8).
               05 ws-run-fail-detail     pic x(80).
       01 ws-last-stamp              pic x(19).
       01 ws-last-trigger            pic x(8).
       01 ws-last-outcome            pic x(4).
       01 ws-last-fail-count         pic 9(2).
       01 ws-last-fail-table.
           03 ws-last-fail occurs 10.
               05 ws-last-fail-check     pic x(8).
               05 ws-last-fail-detail    pic x(80).
       01 ws-fail-index              pic 9(2).

      *> Credits write-ahead journal recovery, per cabinet.
       01 ws-recover-dir             pic x(64).
       01 ws-recovered               pic x.

       procedure division.
       main-line section.
           display "Run in repair mode (quarantine and rebuild)? "
                   "[Y/N]: " with no advancing
           accept ws-repair-mode
           if ws-repair-mode = "y"
               move "Y" to ws-repair-mode
           end-if
           if ws-repair-mode = "Y"
               call "OperatorSignOn" using ws-signed-operator
                                           ws-operator-role
               move spaces to ws-quarantine-dir
               string "../Quarantine/" function current-date(1:8)
                   delimited by size into ws-quarantine-dir
                          into ws-tictactoe-path
                   perform check-tictactoe-stats-file
           end-evaluate
           perform check-self-test

      *> Maintenance-mode lockout: a MISSING or CORRUPT finding flags
      *> the cabinet out of order so the game shows "OUT OF ORDER -- see
               exit section
           end-if
           add 1 to ws-next-ticket
           if ws-selftest-failed = "Y"
               move "failed its self-test" to ws-ticket-symptom
           else
               move "failed the floor-open check" to ws-ticket-symptom
           end-if

           string function current-date(1:4) "-"
                  function current-date(5:2) "-"
                  ws-cab-id(ws-cab-index) delimited by space
                  "|" ws-ticket-stamp
                  "|OPEN||000000|"
                  delimited by size
                  ws-ticket-symptom delimited by "  "
                  " - see flooropencheck.txt|" delimited by size
                  into ws-ticket-out
           end-string
           move ws-ticket-out to wo-line
                   add 1 to ws-serious-count
      *> every corrupt file pulled into quarantine cures the finding
                   if ws-repair-mode = "Y"
                       and ws-puzzle-quarantined
                           = ws-puzzle-corrupt-count
                       add 1 to ws-repaired-count
                   end-if
               end-if
           end-if
           .

      *> The latest self-test run that reached its RESULT line; a run
      *> cut off part way (the cabinet lost power mid-test) is passed
      *> over for the one before it. Every check it failed is listed
      *> under the result, and a failure is flag-worthy: repair mode
      *> cannot fix a keyboard or a share.
       check-self-test section.
           move "N" to ws-selftest-failed
           move spaces to ws-selftest-path
           string ws-cab-directory(ws-cab-index) delimited by space
                  "/selftest.log" delimited by size
                  into ws-selftest-path
           end-string
           move spaces to ws-last-stamp ws-last-trigger ws-last-outcome
           move 0 to ws-last-fail-count ws-run-fail-count
           open input self-test-file
           if ws-selftest-status = "00"
               move "F" to ws-eof
               perform until ws-eof = "T"
                   read self-test-file
                       at end move "T" to ws-eof
                       not at end
                           perform note-self-test-line
                   end-read
               end-perform
               close self-test-file
           end-if

           add 1 to ws-checked-count
           move spaces to ws-report-line-out
           if ws-last-outcome = spaces
               add 1 to ws-problem-count
               string "cabinet " delimited by size
                      ws-cab-id(ws-cab-index) delimited by space
                      " self-test: NOT RUN (no complete run in "
                      "selftest.log)" delimited by size
                      into ws-report-line-out
               end-string
               move ws-report-line-out to report-line
               write report-line
               exit section
           end-if
           if ws-last-outcome = "PASS"
               move "OK" to ws-result-text
           else
               move "FAILED" to ws-result-text
               move "Y" to ws-selftest-failed
               add 1 to ws-problem-count
               add 1 to ws-serious-count
           end-if
           string "cabinet " delimited by size
                  ws-cab-id(ws-cab-index) delimited by space
                  " self-test " delimited by size
                  ws-last-stamp delimited by size
                  " (" delimited by size
                  ws-last-trigger delimited by space
                  "): " delimited by size
                  ws-result-text delimited by space
                  into ws-report-line-out
           end-string
           move ws-report-line-out to report-line
           write report-line
           perform varying ws-fail-index from 1 by 1
                   until ws-fail-index > ws-last-fail-count
               move spaces to ws-report-line-out
               string "    " ws-last-fail-check(ws-fail-index)
                      " FAILED - " delimited by size
                      ws-last-fail-detail(ws-fail-index)
                          delimited by "  "
                      into ws-report-line-out
               end-string
               move ws-report-line-out to report-line
               write report-line
           end-perform
           .

       note-self-test-line section.
           move spaces to ws-s-stamp ws-s-title ws-s-trigger ws-s-check
                          ws-s-outcome ws-s-detail
           unstring st-line delimited by ","
               into ws-s-stamp ws-s-title ws-s-trigger ws-s-check
                    ws-s-outcome ws-s-detail
           if ws-s-check = "RESULT"
               move ws-s-stamp to ws-last-stamp
               move ws-s-trigger to ws-last-trigger
               move ws-s-outcome to ws-last-outcome
               move ws-run-fail-count to ws-last-fail-count
               move ws-run-fail-table to ws-last-fail-table
               move 0 to ws-run-fail-count
               exit section
           end-if
      *> a new run starting: whatever came before it never finished
           if ws-run-fail-count > 0
               and ws-s-stamp not = ws-run-stamp
               move 0 to ws-run-fail-count
           end-if
           move ws-s-stamp to ws-run-stamp
           if ws-s-outcome = "FAIL" and ws-run-fail-count < 10
               add 1 to ws-run-fail-count
               move ws-s-check to ws-run-fail-check(ws-run-fail-count)
               move ws-s-detail to ws-run-fail-detail(ws-run-fail-count)
           end-if
           .

      *> ------------------------------------------------------------
      *> Repair mode
      *> ------------------------------------------------------------
                      function current-date(7:2) " "
                      function current-date(9:2) ":"
                      function current-date(11:2) ":"
                      function current-date(13:2) " ["
                      ws-signed-operator "] "
                          delimited by size
                      ws-repair-path delimited by space
                      " was " delimited by size
       write-summary section.
           move spaces to report-line
           write report-line
           move spaces to ws-report-line-out
           string "Checked " delimited by size
                  ws-checked-count delimited by size
                  " item(s), " delimited by size
