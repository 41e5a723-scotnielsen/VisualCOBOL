      ********************************************************************************************************
      *
      * Copyright (C) Micro Focus 2010-2013.
      * All rights reserved.
      *
      *  This sample code is supplied for demonstration purposes only on an "as is" basis and "is for use at
      *  your own risk".
      *
      ********************************************************************************************************

      *> Batch-window timing report off the batchtiming.log NightlyBatch
      *> keeps ("yyyymmdd,step,start,end,seconds,rc" per step run). Over
      *> the most recent fourteen nights it prints each step's run time
      *> night by night with its trend (least-squares change in seconds per
      *> night) and its slowest night; then every night's whole window --
      *> first step's start to last step's end -- against the first floor
      *> opening after it, taken from FloorScheduler's floorhours.dat
      *> (weekday rules, dated exceptions first, CLOSED days skipped), as a
      *> margin in minutes. Last, the windows' own trend is projected one
      *> night ahead, starting at tonight's start time, and when that
      *> projected finish comes within the margin in batchtiming.cfg
      *> (first line, minutes; 60 when the file is absent) of the next
      *> opening the report carries an "OVERRUN RISK" line, which
      *> MorningSummary quotes -- the warning arrives while there is still
      *> a night in hand, not after the first attendant finds the batch
      *> running. A step re-run after a failure counts its last run; the
      *> night's window includes the time lost to the failure. Runs as a
      *> NightlyBatch step (tonight's window is measured up to the steps
      *> already finished) or by hand, from a Games\CabinetOps working
      *> directory. Written to batchtimingreport.txt.
       program-id. BatchTimingReport as "BatchTimingReport".

       environment division.
       configuration section.

       input-output section.
       file-control.
           select timing-file
                   assign to "batchtiming.log"
                   organization is line sequential
                   file status is ws-timing-status.
           select hours-file
                   assign to "floorhours.dat"
                   organization is line sequential
                   file status is ws-hours-status.
           select margin-config-file
                   assign to "batchtiming.cfg"
                   organization is line sequential
                   file status is ws-config-status.
           select report-file assign to "batchtimingreport.txt"
                               organization is line sequential.

       data division.
       file section.
       fd timing-file record contains 80 characters.
       01 timing-line      pic x(80).

       fd hours-file record contains 40 characters.
       01 hr-line          pic x(40).

       fd margin-config-file record contains 20 characters.
       01 mc-line          pic x(20).

       fd report-file record contains 132 characters.
       01 report-line      pic x(132).

       working-storage section.
       01 ws-timing-status      pic xx.
       01 ws-hours-status       pic xx.
       01 ws-config-status      pic xx.
       01 ws-eof                pic x.

      *> Warn when the projected finish is this close to opening.
       01 ws-margin-minutes     pic 9(4) value 60.

       01 ws-t-night            pic x(8).
       01 ws-t-step             pic x(20).
       01 ws-t-start            pic x(19).
       01 ws-t-end              pic x(19).
       01 ws-t-seconds          pic x(8).
       01 ws-t-rc               pic x(6).

      *> The recent nights, oldest first, with each night's window.
       78 NIGHTS-KEPT           value 14.
       01 ws-night-count        pic 9(2) value 0.
       01 ws-night-table.
           03 ws-night-entry occurs 14.
               05 ws-night-date      pic x(8).
               05 ws-night-start     pic 9(12).
               05 ws-night-end       pic 9(12).
               05 ws-night-window    pic 9(7).
               05 ws-night-opening   pic 9(12).
       01 ws-night-index        pic 9(2).
       01 ws-shift-index        pic 9(2).

      *> The steps seen, in the order they first ran, and each one's run
      *> time per recent night (the last run of the night counts).
       01 ws-step-count         pic 9(2) value 0.
       01 ws-step-table.
           03 ws-step-entry occurs 30.
               05 ws-step-name       pic x(20).
               05 ws-step-run occurs 14.
                   07 ws-step-seconds    pic 9(6).
                   07 ws-step-ran        pic x.
       01 ws-step-index         pic 9(2).
       01 ws-found              pic x.

      *> floorhours.dat, held for the opening look-ups.
       01 ws-rule-count         pic 9(3) value 0.
       01 ws-rule-table.
           03 ws-rule-entry occurs 100.
               05 ws-rule-day        pic x(10).
               05 ws-rule-open       pic x(6).
       01 ws-rule-index         pic 9(3).
       01 ws-h-day              pic x(10).
       01 ws-h-open             pic x(6).
       01 ws-h-close            pic x(6).

      *> The opening look-up: the first opening after ws-after-seconds.
       01 ws-after-seconds      pic 9(12).
       01 ws-opening-seconds    pic 9(12).
       01 ws-look-day-int       pic 9(8).
       01 ws-look-date          pic 9(8).
       01 ws-look-date-x redefines ws-look-date pic x(8).
       01 ws-look-dashed        pic x(10).
       01 ws-look-weekday       pic x(3).
       01 ws-look-open          pic x(6).
       01 ws-look-tries         pic 9(2).
       01 ws-day-number         pic 9.
       01 ws-exception          pic x.

      *> Least-squares fit over the nights.
       01 ws-fit-n              pic 9(2).
       01 ws-fit-x              pic 9(2).
       01 ws-fit-sum-x          pic 9(5).
       01 ws-fit-sum-y          pic 9(9).
       01 ws-fit-sum-xy         pic 9(11).
       01 ws-fit-sum-xx         pic 9(7).
       01 ws-fit-y              pic 9(7).
       01 ws-fit-slope          pic s9(7)v99.
       01 ws-fit-divisor        pic s9(9).
       01 ws-fit-mean-x         pic 9(3)v99.
       01 ws-fit-ahead          pic s9(3)v99.
       01 ws-projected          pic s9(9).

       01 ws-slowest-seconds    pic 9(6).
       01 ws-slowest-night      pic x(8).

       01 ws-stamp-in           pic x(19).
       01 ws-stamp-date         pic 9(8).
       01 ws-seconds-out        pic 9(12).
       01 ws-seconds-in         pic 9(12).
       01 ws-stamp-out          pic x(16).
       01 ws-out-date           pic 9(8).
       01 ws-out-time           pic 9(5).
       01 ws-out-hours          pic 99.
       01 ws-out-minutes        pic 99.

       01 ws-margin-seconds     pic s9(9).
       01 ws-margin-out         pic -(5)9.
       01 ws-window-out         pic z(4)9.
       01 ws-run-out            pic z(4)9.
       01 ws-slope-out          pic -(5)9.
       01 ws-cell               pic x(6).
       01 ws-column-pos         pic 9(3).
       01 ws-start-out          pic x(16).
       01 ws-end-out            pic x(16).
       01 ws-open-out           pic x(16).
       01 ws-risk               pic x value "N".
       01 ws-report-line-out    pic x(132).

       procedure division.
       main-line section.
           perform load-margin
           perform find-recent-nights
           if ws-night-count = 0
               display "No batch timings on file - NightlyBatch writes"
                       " batchtiming.log as it runs."
               stop run
           end-if
           perform load-recent-timings
           perform load-floor-hours

           open output report-file
           move spaces to ws-report-line-out
           string "NIGHTLY BATCH TIMING - LAST " ws-night-count
                  " NIGHT(S), " ws-night-date(1) " TO "
                  ws-night-date(ws-night-count)
               delimited by size into ws-report-line-out
           end-string
           move ws-report-line-out to report-line
           write report-line
           perform write-step-grid
           perform write-night-windows
           perform write-forecast
           close report-file
           if ws-risk = "Y"
               display "Batch timing report written - OVERRUN RISK."
           else
               display "Batch timing report written to "
                       "batchtimingreport.txt."
           end-if
           stop run
           .

       load-margin section.
           open input margin-config-file
           if ws-config-status not = "00"
               exit section
           end-if
           read margin-config-file
               not at end
                   if mc-line(1:4) is numeric
                       move mc-line(1:4) to ws-margin-minutes
                   end-if
           end-read
           close margin-config-file
           .

      *> First pass: the last fourteen distinct nights, oldest first.
       find-recent-nights section.
           open input timing-file
           if ws-timing-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read timing-file
                   at end move "T" to ws-eof
                   not at end
                       perform split-timing-line
                       if ws-t-night is numeric
                           perform note-night
                       end-if
               end-read
           end-perform
           close timing-file
           .

       split-timing-line section.
           move spaces to ws-t-night ws-t-step ws-t-start ws-t-end
                          ws-t-seconds ws-t-rc
           unstring timing-line delimited by ","
               into ws-t-night ws-t-step ws-t-start ws-t-end
                    ws-t-seconds ws-t-rc
           .

       note-night section.
           perform varying ws-night-index from 1 by 1
                   until ws-night-index > ws-night-count
               if ws-night-date(ws-night-index) = ws-t-night
                   exit section
               end-if
           end-perform
           if ws-night-count = NIGHTS-KEPT
               perform varying ws-shift-index from 1 by 1
                       until ws-shift-index >= NIGHTS-KEPT
                   move ws-night-date(ws-shift-index + 1)
                       to ws-night-date(ws-shift-index)
               end-perform
           else
               add 1 to ws-night-count
           end-if
           move ws-t-night to ws-night-date(ws-night-count)
           move 0 to ws-night-start(ws-night-count)
           move 0 to ws-night-end(ws-night-count)
           .

      *> Second pass: the runs of those nights into the step grid and
      *> each night's first start and last end.
       load-recent-timings section.
           open input timing-file
           if ws-timing-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read timing-file
                   at end move "T" to ws-eof
                   not at end
                       perform split-timing-line
                       perform take-one-run
               end-read
           end-perform
           close timing-file

           perform varying ws-night-index from 1 by 1
                   until ws-night-index > ws-night-count
               compute ws-night-window(ws-night-index) =
                   ws-night-end(ws-night-index)
                   - ws-night-start(ws-night-index)
           end-perform
           .

       take-one-run section.
           move "N" to ws-found
           perform varying ws-night-index from 1 by 1
                   until ws-night-index > ws-night-count
               if ws-night-date(ws-night-index) = ws-t-night
                   move "Y" to ws-found
                   exit perform
               end-if
           end-perform
           if ws-found = "N"
               exit section
           end-if

           move ws-t-start to ws-stamp-in
           perform stamp-to-seconds
           if ws-night-start(ws-night-index) = 0
               or ws-seconds-out < ws-night-start(ws-night-index)
               move ws-seconds-out to ws-night-start(ws-night-index)
           end-if
           move ws-t-end to ws-stamp-in
           perform stamp-to-seconds
           if ws-seconds-out > ws-night-end(ws-night-index)
               move ws-seconds-out to ws-night-end(ws-night-index)
           end-if

           move "N" to ws-found
           perform varying ws-step-index from 1 by 1
                   until ws-step-index > ws-step-count
               if ws-step-name(ws-step-index) = ws-t-step
                   move "Y" to ws-found
                   exit perform
               end-if
           end-perform
           if ws-found = "N"
               if ws-step-count >= 30
                   exit section
               end-if
               add 1 to ws-step-count
               move ws-step-count to ws-step-index
               move ws-t-step to ws-step-name(ws-step-index)
               perform varying ws-shift-index from 1 by 1
                       until ws-shift-index > NIGHTS-KEPT
                   move 0 to ws-step-seconds(ws-step-index,
                                             ws-shift-index)
                   move "N" to ws-step-ran(ws-step-index,
                                           ws-shift-index)
               end-perform
           end-if
           move function numval(ws-t-seconds)
               to ws-step-seconds(ws-step-index, ws-night-index)
           move "Y" to ws-step-ran(ws-step-index, ws-night-index)
           .

       load-floor-hours section.
           open input hours-file
           if ws-hours-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read hours-file
                   at end move "T" to ws-eof
                   not at end
                       move spaces to ws-h-day ws-h-open ws-h-close
                       unstring hr-line delimited by ","
                           into ws-h-day ws-h-open ws-h-close
                       if ws-h-day not = spaces and ws-rule-count < 100
                           add 1 to ws-rule-count
                           move ws-h-day to ws-rule-day(ws-rule-count)
                           move ws-h-open
                               to ws-rule-open(ws-rule-count)
                       end-if
               end-read
           end-perform
           close hours-file
           .

      *> One row per step, one column per night, then its trend and its
      *> slowest night.
       write-step-grid section.
           move spaces to report-line
           write report-line
           move "STEP RUN TIMES (SECONDS)" to report-line
           write report-line
           move spaces to ws-report-line-out
           move "  Step" to ws-report-line-out
           move 23 to ws-column-pos
           perform varying ws-night-index from 1 by 1
                   until ws-night-index > ws-night-count
               move ws-night-date(ws-night-index)(5:4)
                   to ws-report-line-out(ws-column-pos + 2:4)
               add 6 to ws-column-pos
           end-perform
           move "  Trend/nt  Slowest night"
               to ws-report-line-out(ws-column-pos:25)
           move ws-report-line-out to report-line
           write report-line

           perform varying ws-step-index from 1 by 1
                   until ws-step-index > ws-step-count
               perform write-one-step-row
           end-perform
           .

       write-one-step-row section.
           move spaces to ws-report-line-out
           move ws-step-name(ws-step-index)
               to ws-report-line-out(3:20)
           move 23 to ws-column-pos
           move 0 to ws-fit-n ws-fit-sum-x ws-fit-sum-y ws-fit-sum-xy
                     ws-fit-sum-xx
           move 0 to ws-slowest-seconds
           move spaces to ws-slowest-night
           perform varying ws-night-index from 1 by 1
                   until ws-night-index > ws-night-count
               if ws-step-ran(ws-step-index, ws-night-index) = "Y"
                   move ws-step-seconds(ws-step-index, ws-night-index)
                       to ws-run-out
                   move spaces to ws-cell
                   move ws-run-out to ws-cell(2:5)
                   move ws-step-seconds(ws-step-index, ws-night-index)
                       to ws-fit-y
                   move ws-night-index to ws-fit-x
                   perform add-fit-point
                   if ws-fit-y >= ws-slowest-seconds
                       move ws-fit-y to ws-slowest-seconds
                       move ws-night-date(ws-night-index)
                           to ws-slowest-night
                   end-if
               else
                   move "     -" to ws-cell
               end-if
               move ws-cell to ws-report-line-out(ws-column-pos:6)
               add 6 to ws-column-pos
           end-perform
           perform fit-slope
           move ws-fit-slope to ws-slope-out
           move ws-slowest-seconds to ws-run-out
           string "  " ws-slope-out "s  " ws-slowest-night " "
                  ws-run-out "s"
               delimited by size
               into ws-report-line-out(ws-column-pos:40)
           end-string
           move ws-report-line-out to report-line
           write report-line
           .

      *> Each night's window against the first opening after it began.
       write-night-windows section.
           move spaces to report-line
           write report-line
           move "BATCH WINDOW PER NIGHT" to report-line
           write report-line
           move "  Night     Started           Finished          "
               & "Window   Floor opens       Margin" to report-line
           write report-line
           perform varying ws-night-index from 1 by 1
                   until ws-night-index > ws-night-count
               move ws-night-start(ws-night-index) to ws-after-seconds
               perform find-next-opening
               move ws-opening-seconds
                   to ws-night-opening(ws-night-index)

               move ws-night-start(ws-night-index) to ws-seconds-in
               perform seconds-to-stamp
               move ws-stamp-out to ws-start-out
               move ws-night-end(ws-night-index) to ws-seconds-in
               perform seconds-to-stamp
               move ws-stamp-out to ws-end-out
               compute ws-window-out =
                   ws-night-window(ws-night-index) / 60
               move spaces to ws-report-line-out
               if ws-opening-seconds = 0
                   string "  " ws-night-date(ws-night-index) "  "
                          ws-start-out "  " ws-end-out "  "
                          ws-window-out " min  (no floor hours)"
                       delimited by size into ws-report-line-out
                   end-string
               else
                   move ws-opening-seconds to ws-seconds-in
                   perform seconds-to-stamp
                   move ws-stamp-out to ws-open-out
                   compute ws-margin-seconds = ws-opening-seconds
                       - ws-night-end(ws-night-index)
                   compute ws-margin-out = ws-margin-seconds / 60
                   string "  " ws-night-date(ws-night-index) "  "
                          ws-start-out "  " ws-end-out "  "
                          ws-window-out " min  " ws-open-out " "
                          ws-margin-out " min"
                       delimited by size into ws-report-line-out
                   end-string
               end-if
               move ws-report-line-out to report-line
               write report-line
           end-perform
           .

      *> The windows' trend carried one night on, starting tomorrow at
      *> the time the latest night started.
       write-forecast section.
           move 0 to ws-fit-n ws-fit-sum-x ws-fit-sum-y ws-fit-sum-xy
                     ws-fit-sum-xx
           perform varying ws-night-index from 1 by 1
                   until ws-night-index > ws-night-count
               move ws-night-index to ws-fit-x
               move ws-night-window(ws-night-index) to ws-fit-y
               perform add-fit-point
           end-perform
           perform fit-slope
           compute ws-fit-mean-x = ws-fit-sum-x / ws-fit-n
           compute ws-fit-ahead = ws-fit-n - ws-fit-mean-x + 1
           compute ws-projected rounded =
               ws-fit-sum-y / ws-fit-n + ws-fit-slope * ws-fit-ahead
           if ws-projected < 0
               move 0 to ws-projected
           end-if

           move spaces to report-line
           write report-line
           move "FORECAST" to report-line
           write report-line
           compute ws-after-seconds =
               ws-night-start(ws-night-count) + 86400
           move ws-after-seconds to ws-seconds-in
           perform seconds-to-stamp
           move ws-stamp-out to ws-start-out
           compute ws-seconds-in = ws-after-seconds + ws-projected
           perform seconds-to-stamp
           move ws-stamp-out to ws-end-out
           compute ws-window-out = ws-projected / 60
           move ws-fit-slope to ws-slope-out
           move spaces to ws-report-line-out
           string "  Window trend " ws-slope-out
                  "s per night; next run projected "
                  ws-window-out " min, " ws-start-out " to "
                  ws-end-out
               delimited by size into ws-report-line-out
           end-string
           move ws-report-line-out to report-line
           write report-line

           perform find-next-opening
           if ws-opening-seconds = 0
               move "  No floorhours.dat opening found - overrun not"
                   & " checked." to report-line
               write report-line
               exit section
           end-if
           move ws-opening-seconds to ws-seconds-in
           perform seconds-to-stamp
           move ws-stamp-out to ws-open-out
           compute ws-margin-seconds =
               ws-opening-seconds - ws-after-seconds - ws-projected
           compute ws-margin-out = ws-margin-seconds / 60
           move spaces to ws-report-line-out
           if ws-margin-seconds < ws-margin-minutes * 60
               move "Y" to ws-risk
               string "  OVERRUN RISK: next run projected to finish "
                      ws-end-out ", floor opens " ws-open-out
                      " - margin " ws-margin-out " min"
                   delimited by size into ws-report-line-out
               end-string
           else
               string "  Floor opens " ws-open-out
                      " - projected margin " ws-margin-out " min"
                   delimited by size into ws-report-line-out
               end-string
           end-if
           move ws-report-line-out to report-line
           write report-line
           .

       add-fit-point section.
           add 1 to ws-fit-n
           add ws-fit-x to ws-fit-sum-x
           add ws-fit-y to ws-fit-sum-y
           compute ws-fit-sum-xy = ws-fit-sum-xy + ws-fit-x * ws-fit-y
           compute ws-fit-sum-xx = ws-fit-sum-xx + ws-fit-x * ws-fit-x
           .

      *> Least-squares slope; flat with fewer than two points.
       fit-slope section.
           move 0 to ws-fit-slope
           if ws-fit-n < 2
               exit section
           end-if
           compute ws-fit-divisor =
               ws-fit-n * ws-fit-sum-xx - ws-fit-sum-x * ws-fit-sum-x
           if ws-fit-divisor = 0
               exit section
           end-if
           compute ws-fit-slope rounded =
               (ws-fit-n * ws-fit-sum-xy - ws-fit-sum-x * ws-fit-sum-y)
               / ws-fit-divisor
           .

      *> The first floor opening after ws-after-seconds, looking up to a
      *> week ahead; 0 when the calendar has none.
       find-next-opening section.
           move 0 to ws-opening-seconds
           if ws-rule-count = 0
               exit section
           end-if
           compute ws-look-day-int = ws-after-seconds / 86400
           perform varying ws-look-tries from 1 by 1
                   until ws-look-tries > 8
               perform find-day-opening
               if ws-look-open not = spaces
                   and ws-look-open not = "CLOSED"
                   and ws-look-open(1:2) is numeric
                   and ws-look-open(4:2) is numeric
                   compute ws-opening-seconds =
                       ws-look-day-int * 86400
                       + function numval(ws-look-open(1:2)) * 3600
                       + function numval(ws-look-open(4:2)) * 60
                   if ws-opening-seconds > ws-after-seconds
                       exit perform
                   end-if
                   move 0 to ws-opening-seconds
               end-if
               add 1 to ws-look-day-int
           end-perform
           .

      *> The day's opening per FloorScheduler's rules: a dated exception
      *> over the weekday line.
       find-day-opening section.
           move spaces to ws-look-open
           move "N" to ws-exception
           compute ws-look-date =
               function date-of-integer(ws-look-day-int)
           string ws-look-date-x(1:4) "-" ws-look-date-x(5:2) "-"
                  ws-look-date-x(7:2)
               delimited by size into ws-look-dashed
           end-string
           compute ws-day-number = function mod(ws-look-day-int, 7)
           evaluate ws-day-number
               when 1 move "MON" to ws-look-weekday
               when 2 move "TUE" to ws-look-weekday
               when 3 move "WED" to ws-look-weekday
               when 4 move "THU" to ws-look-weekday
               when 5 move "FRI" to ws-look-weekday
               when 6 move "SAT" to ws-look-weekday
               when other move "SUN" to ws-look-weekday
           end-evaluate
           perform varying ws-rule-index from 1 by 1
                   until ws-rule-index > ws-rule-count
               if ws-rule-day(ws-rule-index) = ws-look-dashed
                   move "Y" to ws-exception
                   move ws-rule-open(ws-rule-index) to ws-look-open
               end-if
               if ws-rule-day(ws-rule-index)(1:3) = ws-look-weekday
                   and ws-exception = "N"
                   move ws-rule-open(ws-rule-index) to ws-look-open
               end-if
           end-perform
           .

       stamp-to-seconds section.
           move 0 to ws-seconds-out
           if ws-stamp-in(1:4) is numeric
               and ws-stamp-in(6:2) is numeric
               and ws-stamp-in(9:2) is numeric
               compute ws-stamp-date =
                   function numval(ws-stamp-in(1:4)) * 10000
                   + function numval(ws-stamp-in(6:2)) * 100
                   + function numval(ws-stamp-in(9:2))
               compute ws-seconds-out =
                   function integer-of-date(ws-stamp-date) * 86400
                   + function numval(ws-stamp-in(12:2)) * 3600
                   + function numval(ws-stamp-in(15:2)) * 60
                   + function numval(ws-stamp-in(18:2))
           end-if
           .

      *> "yyyy-mm-dd hh:mm" from the seconds scale.
       seconds-to-stamp section.
           compute ws-out-date = function date-of-integer(
               ws-seconds-in / 86400)
           compute ws-out-time = function mod(ws-seconds-in, 86400)
           compute ws-out-hours = ws-out-time / 3600
           compute ws-out-minutes =
               (ws-out-time - ws-out-hours * 3600) / 60
           move ws-out-date to ws-look-date
           move spaces to ws-stamp-out
           string ws-look-date-x(1:4) "-" ws-look-date-x(5:2) "-"
                  ws-look-date-x(7:2) " " ws-out-hours ":"
                  ws-out-minutes
               delimited by size into ws-stamp-out
           end-string
           .

       end program BatchTimingReport.
