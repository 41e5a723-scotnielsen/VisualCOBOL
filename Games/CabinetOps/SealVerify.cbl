      *> sealed outcome log -- a tampered leaderboard entry shows up as
      *> unvouched. Written to sealverify.txt. Run from a
      *> Games\CabinetOps working directory.
      *> The monthly archives ArchiveRollup merges the dailies into
      *> (blitzaudit-yyyymm.log beside its .idx) are verified too. Each day
      *> in one is its own chain, exactly as its daily archive was, so the
      *> walk restarts the chain at every day's first line as the index
      *> gives it, and a break in one day is reported with the day and
      *> its line within the day before the walk carries on at the next.
      *> Training sandbox: a folder holding TrainingRefresh's training.flg
      *> is practice data; verification refuses to run there, so no
      *> report is ever produced off a training copy of the logs.
       program-id. SealVerify as "SealVerify".

       environment division.
                   assign to ws-log-path
                   organization is line sequential
                   file status is ws-log-status.
      *> A monthly archive's day index.
           select index-file
                   assign to ws-index-path
                   organization is line sequential
                   file status is ws-index-status.
           select report-file assign to "sealverify.txt"
                   organization is line sequential.
      *> Leaderboard cross-check inputs.
                   assign to "../CobolMineSweeper/besttimes.dat"
                   organization is sequential
                   file status is ws-mine-times-status.
           select training-flag-file
                   assign to "training.flg"
                   organization is line sequential
                   file status is ws-training-status.

       data division.
       file section.
       fd log-file record contains 120 characters.
       01 log-line          pic x(120).

       fd index-file record contains 60 characters.
       01 ix-line           pic x(60).

       fd report-file record contains 132 characters.
       01 report-line       pic x(132).

           03 mine-initials   pic x(3).
           03 mine-seconds    pic 9(5).

       fd training-flag-file record contains 60 characters.
       01 tf-line           pic x(60).

       working-storage section.
       01 ws-training-status    pic xx.
       01 ws-log-status         pic xx.
       01 ws-eof                pic x.


       01 ws-report-line-out    pic x(132).

      *> The monthly archives found beside each log, and the day starts
      *> of the one being walked.
       01 ws-index-status       pic xx.
       01 ws-index-path         pic x(64).
       01 ws-scan-spec          pic x(128).
       01 ws-scan-path          pic x(256).
       01 ws-dir-scan-rc        pic s9(9) comp-5.
       01 ws-idx-pos            pic 9(3).
       01 ws-mday-count         pic 9(2).
       01 ws-mday-table.
           03 ws-mday-entry occurs 31.
               05 ws-mday-date       pic x(8).
               05 ws-mday-first      pic 9(7).
       01 ws-mday-ix            pic 9(2).
       01 ws-i-date             pic x(8).
       01 ws-i-type             pic x(16).
       01 ws-i-first            pic x(7).
       01 ws-day-line-no        pic 9(7).
       01 ws-month-breaks       pic 9(2).

      *> Leaderboard cross-check state: the sealed logs' vouching values,
      *> each consumable once so duplicate leaderboard entries need their
      *> own matching log lines.

       procedure division.
       main-line section.
           perform refuse-in-training-sandbox
           open output report-file
           move "SEALED-LOG VERIFICATION" to report-line
           write report-line
                   until ws-log-ix > LOG-COUNT
               move ws-log-name(ws-log-ix) to ws-log-path
               perform verify-one-log
               perform verify-monthly-archives
           end-perform

           perform cross-check-snake-leaderboard
           write report-line
           .

      *> ------------------------------------------------------------
      *> Monthly archives
      *> ------------------------------------------------------------

      *> Every stem-yyyymm.idx beside the log marks a rolled-up month.
       verify-monthly-archives section.
           move spaces to ws-scan-spec
           string ws-log-name(ws-log-ix) delimited by ".log"
                  "-*.idx" delimited by size
                  into ws-scan-spec
           end-string
           call "CBL_DIR_SCAN" using ws-scan-spec
                                     ws-scan-path
               returning ws-dir-scan-rc
           perform until ws-dir-scan-rc not = 0
               move ws-scan-path to ws-index-path
               perform verify-one-month
               call "CBL_DIR_SCAN" using ws-scan-spec
                                         ws-scan-path
                   returning ws-dir-scan-rc
           end-perform
           .

       verify-one-month section.
           perform load-month-days
           move ws-index-path to ws-log-path
           move 0 to ws-idx-pos
           perform varying ws-scan-pos from 1 by 1
                   until ws-scan-pos > 60
               if ws-log-path(ws-scan-pos:4) = ".idx"
                   move ws-scan-pos to ws-idx-pos
               end-if
           end-perform
           if ws-idx-pos = 0 or ws-mday-count = 0
               exit section
           end-if
           move ".log" to ws-log-path(ws-idx-pos:4)

           open input log-file
           if ws-log-status not = "00"
               move spaces to ws-report-line-out
               string ws-log-path delimited by space
                      ": not present beside its index" delimited by size
                      into ws-report-line-out
               move ws-report-line-out to report-line
               write report-line
               exit section
           end-if
           move 0 to ws-line-no
           move 0 to ws-sealed-count
           move 0 to ws-mday-ix
           move 0 to ws-month-breaks
           move "F" to ws-eof
           perform until ws-eof = "T"
               read log-file
                   at end move "T" to ws-eof
                   not at end
                       add 1 to ws-line-no
                       perform check-one-month-line
               end-read
           end-perform
           close log-file

           if ws-month-breaks = 0
               move spaces to ws-report-line-out
               if ws-sealed-count = 0
                   string ws-log-path delimited by space
                          ": no sealed records" delimited by size
                          into ws-report-line-out
               else
                   string ws-log-path delimited by space
                          ": chain intact (" delimited by size
                          ws-sealed-count delimited by size
                          " sealed records over " delimited by size
                          ws-mday-count delimited by size
                          " day(s))" delimited by size
                          into ws-report-line-out
               end-if
               move ws-report-line-out to report-line
               write report-line
           end-if
           .

      *> A day's first line starts its chain afresh, as its daily did.
       check-one-month-line section.
           if ws-mday-ix < ws-mday-count
               and ws-line-no = ws-mday-first(ws-mday-ix + 1)
               add 1 to ws-mday-ix
               move 0 to ws-prev-seq
               move 0 to ws-prev-chk
               move "N" to ws-sealed-seen
               move "N" to ws-broken
           end-if
           if ws-broken = "Y" or ws-mday-ix = 0
               exit section
           end-if
           perform check-one-line
           if ws-broken = "Y"
               add 1 to ws-month-breaks
               compute ws-day-line-no =
                   ws-line-no - ws-mday-first(ws-mday-ix) + 1
               move spaces to ws-report-line-out
               string "  (day " ws-mday-date(ws-mday-ix)
                      ", line " ws-day-line-no " of the day)"
                      delimited by size into ws-report-line-out
               move ws-report-line-out to report-line
               write report-line
           end-if
           .

      *> The index's "*DAY" lines, in day order.
       load-month-days section.
           move 0 to ws-mday-count
           open input index-file
           if ws-index-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read index-file
                   at end move "T" to ws-eof
                   not at end
                       move spaces to ws-i-date ws-i-type ws-i-first
                       unstring ix-line delimited by ","
                           into ws-i-date ws-i-type ws-i-first
                       if ws-i-type = "*DAY" and ws-i-first is numeric
                           and ws-mday-count < 31
                           add 1 to ws-mday-count
                           move ws-i-date
                               to ws-mday-date(ws-mday-count)
                           move ws-i-first
                               to ws-mday-first(ws-mday-count)
                       end-if
               end-read
           end-perform
           close index-file
           .

      *> ------------------------------------------------------------
      *> Leaderboard cross-check
      *> ------------------------------------------------------------
           write report-line
           .

      *> TrainingRefresh's marker: this folder is the training sandbox.
       refuse-in-training-sandbox section.
           open input training-flag-file
           if ws-training-status not = "00"
               exit section
           end-if
           close training-flag-file
           display "This is the training sandbox - seal verification "
                   "refused."
           display "Run it from the live CabinetOps folder."
           stop run
           .

       end program SealVerify.
