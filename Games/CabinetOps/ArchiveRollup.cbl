      ********************************************************************************************************
      *
      * Copyright (C) Micro Focus 2010-2013.
      * All rights reserved.
      *
      *  This sample code is supplied for demonstration purposes only on an "as is" basis and "is for use at
      *  your own risk".
      *
      ********************************************************************************************************

      *> Month-end roll-up of the dated daily archives LogArchive leaves
      *> beside each sealed log (blitzaudit-yyyymmdd.log and friends). For
      *> every closed month that still has daily archives, the days are
      *> merged in date order into one monthly archive
      *> (blitzaudit-yyyymm.log) and an index is written beside it
      *> (blitzaudit-yyyymm.idx): a "yyyymmdd,*DAY,first-line,lines" line
      *> per day, followed by a "yyyymmdd,event,first-line,lines" line for
      *> each event type seen that day (the second field of the
      *> timestamped lines -- STARTED, GAMEOVER, WON, ...). ArchiveIndex
      *> reads it for ArchiveQuery, TrendReport and TrafficReport, so a
      *> long date range opens one file a month instead of one a day, and
      *> SealVerify walks the monthly archive day by day. Every daily
      *> archive is its own seal chain (the live log starts its chain
      *> afresh after each rotation), so the merged copy keeps the day
      *> boundaries the chain restarts at. Before anything is removed the
      *> merged copy is read back against every daily, line for line,
      *> and each day's chain re-verified off the merged copy must come
      *> out exactly as it did off the daily -- intact, or broken at the
      *> same line, a break being carried into the roll-up as found, never
      *> repaired. Only then is the index written and the dailies deleted;
      *> a merged copy that fails is thrown away with the dailies left
      *> where they are, reported "NOT ROLLED UP". The monthly archive is
      *> renamed into place before its index is written, and a month is
      *> only counted as done once its index exists, so a crash part-way
      *> is redone on the next run. Runs nightly from NightlyBatch ahead
      *> of LogArchive (it has nothing to do except after a month end), or
      *> by hand, from a Games\CabinetOps working directory. Written to
      *> archiverollup.txt.
       program-id. ArchiveRollup as "ArchiveRollup".

       environment division.
       configuration section.

       input-output section.
       file-control.
           select daily-file
                   assign to ws-daily-path
                   organization is line sequential
                   file status is ws-daily-status.
           select month-temp-file
                   assign to ws-temp-path
                   organization is line sequential
                   file status is ws-temp-status.
           select index-file
                   assign to ws-index-path
                   organization is line sequential
                   file status is ws-index-status.
           select report-file assign to "archiverollup.txt"
                               organization is line sequential.

       data division.
       file section.
       fd daily-file record contains 256 characters.
       01 daily-line       pic x(256).

       fd month-temp-file record contains 256 characters.
       01 month-line       pic x(256).

       fd index-file record contains 60 characters.
       01 ix-line          pic x(60).

       fd report-file record contains 132 characters.
       01 report-line      pic x(132).

       working-storage section.
       01 ws-daily-status       pic xx.
       01 ws-temp-status        pic xx.
       01 ws-index-status       pic xx.
       01 ws-eof                pic x.
       01 ws-call-rc            pic s9(9) comp-5.

      *> The sealed logs LogArchive rotates, by stem.
       78 LOG-COUNT             value 5.
       01 ws-log-list.
           03 filler pic x(64) value "../CobolBlitz/blitzaudit".
           03 filler pic x(64) value "../CobolDoKu/dokusolves".
           03 filler pic x(64) value
               "../CobolTicTacToe/tictactoestats".
           03 filler pic x(64) value "../CobolMineSweeper/minegames".
           03 filler pic x(64) value "../CobolSnake/snakesession".
       01 ws-log-table redefines ws-log-list.
           03 ws-log-stem occurs 5 pic x(64).
       01 ws-log-ix             pic 9.
       01 ws-stem               pic x(64).
       01 ws-stem-len           pic 9(3).

       01 ws-this-month         pic x(6).

      *> Closed months with daily archives still on disk.
       01 ws-month-count        pic 9(2).
       01 ws-month-table.
           03 ws-month-stamp occurs 60 pic x(6).
       01 ws-month-ix           pic 9(2).
       01 ws-month              pic x(6).

       01 ws-scan-spec          pic x(128).
       01 ws-scan-path          pic x(256).
       01 ws-dir-scan-rc        pic s9(9) comp-5.
       01 ws-file-details.
           03 ws-file-size           pic x(8) comp-x.
           03 ws-file-date.
               05 ws-fd-day          pic x comp-x.
               05 ws-fd-month        pic x comp-x.
               05 ws-fd-year         pic x(2) comp-x.
           03 ws-file-time.
               05 ws-ft-hours        pic x comp-x.
               05 ws-ft-minutes      pic x comp-x.
               05 ws-ft-seconds      pic x comp-x.
               05 ws-ft-hundredths   pic x comp-x.
       01 ws-exist-rc           pic s9(9) comp-5.
       01 ws-found              pic x.
       01 ws-name-stamp         pic x(8).

       01 ws-daily-path         pic x(96).
       01 ws-temp-path          pic x(96).
       01 ws-index-path         pic x(96).
       01 ws-month-path         pic x(96).
       01 ws-dd                 pic 99.
       01 ws-day-stamp          pic x(8).

      *> The days merged into the month being rolled, each with its
      *> place in the merged copy and its chain verdict off the daily
      *> (the day's line of the first break, zero when intact).
       01 ws-day-count          pic 9(2).
       01 ws-day-table.
           03 ws-day-entry occurs 31.
               05 ws-day-date        pic x(8).
               05 ws-day-first       pic 9(7).
               05 ws-day-lines       pic 9(7).
               05 ws-day-break       pic 9(7).
               05 ws-day-sealed      pic 9(7).
       01 ws-day-ix             pic 9(2).
       01 ws-out-line           pic 9(7).

      *> Each day's event types, in the order first seen.
       01 ws-event-count        pic 9(4).
       01 ws-event-table.
           03 ws-event-entry occurs 1500.
               05 ws-event-date      pic x(8).
               05 ws-event-type      pic x(16).
               05 ws-event-first     pic 9(7).
               05 ws-event-lines     pic 9(7).
       01 ws-event-ix           pic 9(4).
       01 ws-day-events-from    pic 9(4).
       01 ws-f-1                pic x(20).
       01 ws-f-2                pic x(20).

      *> Chain state for the day being walked -- the same arithmetic as
      *> SealVerify and the writers.
       01 ws-check-line         pic x(120).
       01 ws-day-line           pic 9(7).
       01 ws-sealed-seen        pic x.
       01 ws-broken             pic x.
       01 ws-break-line         pic 9(7).
       01 ws-sealed-count       pic 9(7).
       01 ws-prev-seq           pic 9(6).
       01 ws-prev-chk           pic 9(5).
       01 ws-rec-seq            pic 9(6).
       01 ws-rec-chk            pic 9(5).
       01 ws-calc-chk           pic 9(5).
       01 ws-seal-pos           pic 9(3).
       01 ws-scan-pos           pic 9(3).
       01 ws-text-len           pic 9(3).
       01 ws-sum                pic 9(12).
       01 ws-one-char           pic x.

       01 ws-verified           pic x.
       01 ws-lines-left         pic 9(7).
       01 ws-removed-count      pic 9(2).

       01 ws-rolled-count       pic 9(3) value 0.
       01 ws-failed-count       pic 9(3) value 0.
       01 ws-first-out          pic 9(7).
       01 ws-lines-out          pic 9(7).
       01 ws-report-line-out    pic x(132).

       procedure division.
       main-line section.
           move function current-date(1:6) to ws-this-month
           open output report-file
           move spaces to ws-report-line-out
           string "ARCHIVE ROLL-UP RUN FOR " function current-date(1:8)
               delimited by size into ws-report-line-out
           end-string
           move ws-report-line-out to report-line
           write report-line

           perform varying ws-log-ix from 1 by 1
                   until ws-log-ix > LOG-COUNT
               move ws-log-stem(ws-log-ix) to ws-stem
               perform find-closed-months
               perform varying ws-month-ix from 1 by 1
                       until ws-month-ix > ws-month-count
                   move ws-month-stamp(ws-month-ix) to ws-month
                   perform roll-one-month
               end-perform
           end-perform

           move spaces to report-line
           write report-line
           move spaces to ws-report-line-out
           string "Rolled up " ws-rolled-count " month(s), "
                  ws-failed-count " NOT ROLLED UP"
               delimited by size into ws-report-line-out
           end-string
           move ws-report-line-out to report-line
           write report-line
           close report-file
           display "Archive roll-up: " ws-rolled-count
                   " month(s) rolled up, " ws-failed-count " failed."
           stop run
           .

      *> The months before this one that have a daily archive left,
      *> read off the archive names (stem-yyyymmdd.log).
       find-closed-months section.
           move 0 to ws-month-count
           move 0 to ws-stem-len
           perform varying ws-scan-pos from 1 by 1
                   until ws-scan-pos > 64
               if ws-stem(ws-scan-pos:1) not = space
                   move ws-scan-pos to ws-stem-len
               end-if
           end-perform
           move spaces to ws-scan-spec
           string ws-stem delimited by space
                  "-*.log" delimited by size
                  into ws-scan-spec
           end-string
           call "CBL_DIR_SCAN" using ws-scan-spec
                                     ws-scan-path
               returning ws-dir-scan-rc
           perform until ws-dir-scan-rc not = 0
               perform note-archive-month
               call "CBL_DIR_SCAN" using ws-scan-spec
                                         ws-scan-path
                   returning ws-dir-scan-rc
           end-perform
           .

       note-archive-month section.
           if ws-scan-path(ws-stem-len + 10:5) not = ".log "
               exit section
           end-if
           move ws-scan-path(ws-stem-len + 2:8) to ws-name-stamp
           if ws-name-stamp is not numeric
               or ws-name-stamp(1:6) >= ws-this-month
               exit section
           end-if
           move "N" to ws-found
           perform varying ws-month-ix from 1 by 1
                   until ws-month-ix > ws-month-count
               if ws-month-stamp(ws-month-ix) = ws-name-stamp(1:6)
                   move "Y" to ws-found
                   exit perform
               end-if
           end-perform
           if ws-found = "N" and ws-month-count < 60
               add 1 to ws-month-count
               move ws-name-stamp(1:6) to ws-month-stamp(ws-month-count)
           end-if
           .

       roll-one-month section.
           move spaces to ws-month-path ws-index-path ws-temp-path
           string ws-stem delimited by space
                  "-" ws-month ".log" delimited by size
                  into ws-month-path
           end-string
           string ws-stem delimited by space
                  "-" ws-month ".idx" delimited by size
                  into ws-index-path
           end-string
           string ws-month-path delimited by space
                  ".tmp" delimited by size
                  into ws-temp-path
           end-string

      *> A month whose index exists was verified before the index was
      *> written; dailies still beside it are what a crash left behind.
           call "CBL_CHECK_FILE_EXIST" using ws-index-path
                                             ws-file-details
               returning ws-exist-rc
           if ws-exist-rc = 0
               perform remove-month-dailies
               move spaces to ws-report-line-out
               string ws-month-path delimited by space
                      ": already rolled up, " delimited by size
                      ws-removed-count
                      " leftover daily archive(s) removed"
                      delimited by size
                      into ws-report-line-out
               end-string
               move ws-report-line-out to report-line
               write report-line
               exit section
           end-if

           move 0 to ws-day-count
           move 0 to ws-event-count
           move 0 to ws-out-line
           open output month-temp-file
           if ws-temp-status not = "00"
               move spaces to ws-report-line-out
               string ws-month-path delimited by space
                      ": NOT ROLLED UP - cannot create the merged copy"
                      delimited by size
                      into ws-report-line-out
               end-string
               move ws-report-line-out to report-line
               write report-line
               add 1 to ws-failed-count
               exit section
           end-if
           perform varying ws-dd from 1 by 1 until ws-dd > 31
               perform build-daily-path
               open input daily-file
               if ws-daily-status = "00"
                   perform copy-one-day
                   close daily-file
               end-if
           end-perform
           close month-temp-file

           if ws-day-count = 0
               call "CBL_DELETE_FILE" using ws-temp-path
                   returning ws-call-rc
               exit section
           end-if

           perform verify-merged-copy
           if ws-verified = "N"
               call "CBL_DELETE_FILE" using ws-temp-path
                   returning ws-call-rc
               move spaces to ws-report-line-out
               string ws-month-path delimited by space
                      ": NOT ROLLED UP - the merged copy did not verify"
                      " against the dailies; dailies kept"
                      delimited by size
                      into ws-report-line-out
               end-string
               move ws-report-line-out to report-line
               write report-line
               add 1 to ws-failed-count
               exit section
           end-if

           call "CBL_DELETE_FILE" using ws-month-path
               returning ws-call-rc
           call "CBL_RENAME_FILE" using ws-temp-path ws-month-path
               returning ws-call-rc
           if ws-call-rc not = 0
               call "CBL_DELETE_FILE" using ws-temp-path
                   returning ws-call-rc
               move spaces to ws-report-line-out
               string ws-month-path delimited by space
                      ": NOT ROLLED UP - rename failed; dailies kept"
                      delimited by size
                      into ws-report-line-out
               end-string
               move ws-report-line-out to report-line
               write report-line
               add 1 to ws-failed-count
               exit section
           end-if
           perform write-month-index
           perform remove-month-dailies
           add 1 to ws-rolled-count
           perform report-rolled-month
           .

       build-daily-path section.
           move spaces to ws-day-stamp ws-daily-path
           string ws-month ws-dd delimited by size into ws-day-stamp
           end-string
           string ws-stem delimited by space
                  "-" ws-day-stamp ".log" delimited by size
                  into ws-daily-path
           end-string
           .

      *> One daily into the merged copy, noting where its lines and
      *> each of its event types start and how its chain verifies.
       copy-one-day section.
           if ws-day-count >= 31
               exit section
           end-if
           add 1 to ws-day-count
           move ws-day-stamp to ws-day-date(ws-day-count)
           compute ws-day-first(ws-day-count) = ws-out-line + 1
           move 0 to ws-day-lines(ws-day-count)
           compute ws-day-events-from = ws-event-count + 1
           perform reset-chain
           move "F" to ws-eof
           perform until ws-eof = "T"
               read daily-file
                   at end move "T" to ws-eof
                   not at end
                       add 1 to ws-out-line
                       add 1 to ws-day-line
                       add 1 to ws-day-lines(ws-day-count)
                       move daily-line to month-line
                       write month-line
                       perform note-event-type
                       move daily-line to ws-check-line
                       perform check-chain-line
               end-read
           end-perform
           move ws-break-line to ws-day-break(ws-day-count)
           move ws-sealed-count to ws-day-sealed(ws-day-count)
           .

       note-event-type section.
           if daily-line(1:4) is not numeric
               or daily-line(5:1) not = "-"
               exit section
           end-if
           move spaces to ws-f-1 ws-f-2
           unstring daily-line delimited by ","
               into ws-f-1 ws-f-2
           if ws-f-2 = spaces
               exit section
           end-if
           perform varying ws-event-ix from ws-day-events-from by 1
                   until ws-event-ix > ws-event-count
               if ws-event-type(ws-event-ix) = ws-f-2
                   add 1 to ws-event-lines(ws-event-ix)
                   exit section
               end-if
           end-perform
           if ws-event-count < 1500
               add 1 to ws-event-count
               move ws-day-stamp to ws-event-date(ws-event-count)
               move ws-f-2 to ws-event-type(ws-event-count)
               move ws-out-line to ws-event-first(ws-event-count)
               move 1 to ws-event-lines(ws-event-count)
           end-if
           .

      *> The merged copy read back against every daily: the same lines
      *> in the same order, nothing over, and each day's chain verdict
      *> off the merged copy the same as off the daily.
       verify-merged-copy section.
           move "Y" to ws-verified
           open input month-temp-file
           if ws-temp-status not = "00"
               move "N" to ws-verified
               exit section
           end-if
           perform varying ws-day-ix from 1 by 1
                   until ws-day-ix > ws-day-count
                      or ws-verified = "N"
               perform verify-one-day
           end-perform
           if ws-verified = "Y"
               read month-temp-file
                   not at end move "N" to ws-verified
               end-read
           end-if
           close month-temp-file
           .

       verify-one-day section.
           move ws-day-date(ws-day-ix)(7:2) to ws-dd
           perform build-daily-path
           open input daily-file
           if ws-daily-status not = "00"
               move "N" to ws-verified
               exit section
           end-if
           perform reset-chain
           move ws-day-lines(ws-day-ix) to ws-lines-left
           perform until ws-lines-left = 0 or ws-verified = "N"
               read month-temp-file
                   at end move "N" to ws-verified
               end-read
               read daily-file
                   at end move "N" to ws-verified
               end-read
               if ws-verified = "Y"
                   if month-line not = daily-line
                       move "N" to ws-verified
                   end-if
                   add 1 to ws-day-line
                   move month-line to ws-check-line
                   perform check-chain-line
                   subtract 1 from ws-lines-left
               end-if
           end-perform
           if ws-verified = "Y"
               read daily-file
                   not at end move "N" to ws-verified
               end-read
           end-if
           close daily-file
           if ws-break-line not = ws-day-break(ws-day-ix)
               or ws-sealed-count not = ws-day-sealed(ws-day-ix)
               move "N" to ws-verified
           end-if
           .

       reset-chain section.
           move 0 to ws-day-line
           move 0 to ws-prev-seq
           move 0 to ws-prev-chk
           move 0 to ws-sealed-count
           move 0 to ws-break-line
           move "N" to ws-sealed-seen
           move "N" to ws-broken
           .

      *> Pre-seal lines at the top of a day are allowed; an unsealed line
      *> after sealing began, a sequence gap or a wrong checksum is the
      *> day's break, and the rest of the day is not chain-checked.
       check-chain-line section.
           if ws-broken = "Y"
               exit section
           end-if
           move 0 to ws-seal-pos
           perform varying ws-scan-pos from 1 by 1
                   until ws-scan-pos > 108
               if ws-check-line(ws-scan-pos:2) = ",#"
                   and ws-check-line(ws-scan-pos + 2:11) is numeric
                   move ws-scan-pos to ws-seal-pos
               end-if
           end-perform
           if ws-seal-pos = 0
               if ws-sealed-seen = "Y" and ws-check-line not = spaces
                   move "Y" to ws-broken
                   move ws-day-line to ws-break-line
               end-if
               exit section
           end-if

           move ws-check-line(ws-seal-pos + 2:6) to ws-rec-seq
           move ws-check-line(ws-seal-pos + 8:5) to ws-rec-chk
           compute ws-text-len = ws-seal-pos - 1
           move 0 to ws-sum
           perform varying ws-scan-pos from 1 by 1
                   until ws-scan-pos > ws-text-len
               move ws-check-line(ws-scan-pos:1) to ws-one-char
               compute ws-sum = ws-sum +
                   function ord(ws-one-char) * ws-scan-pos
           end-perform
           compute ws-calc-chk = function mod(
               ws-prev-chk * 7 + ws-sum, 99991)

           if ws-rec-seq not = ws-prev-seq + 1
               or ws-rec-chk not = ws-calc-chk
               move "Y" to ws-broken
               move ws-day-line to ws-break-line
           else
               move "Y" to ws-sealed-seen
               add 1 to ws-sealed-count
               move ws-rec-seq to ws-prev-seq
               move ws-rec-chk to ws-prev-chk
           end-if
           .

      *> A "*DAY" line per day, then that day's event types.
       write-month-index section.
           open output index-file
           perform varying ws-day-ix from 1 by 1
                   until ws-day-ix > ws-day-count
               move ws-day-first(ws-day-ix) to ws-first-out
               move ws-day-lines(ws-day-ix) to ws-lines-out
               move spaces to ix-line
               string ws-day-date(ws-day-ix) ",*DAY,"
                      ws-first-out "," ws-lines-out
                   delimited by size into ix-line
               end-string
               write ix-line
               perform varying ws-event-ix from 1 by 1
                       until ws-event-ix > ws-event-count
                   if ws-event-date(ws-event-ix)
                           = ws-day-date(ws-day-ix)
                       move ws-event-first(ws-event-ix)
                           to ws-first-out
                       move ws-event-lines(ws-event-ix)
                           to ws-lines-out
                       move spaces to ix-line
                       string ws-event-date(ws-event-ix) ","
                              delimited by size
                              ws-event-type(ws-event-ix)
                              delimited by space
                              "," ws-first-out "," ws-lines-out
                              delimited by size
                              into ix-line
                       end-string
                       write ix-line
                   end-if
               end-perform
           end-perform
           close index-file
           .

       remove-month-dailies section.
           move 0 to ws-removed-count
           perform varying ws-dd from 1 by 1 until ws-dd > 31
               perform build-daily-path
               call "CBL_DELETE_FILE" using ws-daily-path
                   returning ws-call-rc
               if ws-call-rc = 0
                   add 1 to ws-removed-count
               end-if
           end-perform
           .

       report-rolled-month section.
           move spaces to ws-report-line-out
           string ws-month-path delimited by space
                  ": rolled up " delimited by size
                  ws-day-count " day(s), " ws-out-line " line(s); "
                  ws-removed-count " daily archive(s) removed"
                  delimited by size
                  into ws-report-line-out
           end-string
           move ws-report-line-out to report-line
           write report-line
      *> A day whose chain was already broken in its daily carries the
      *> break into the roll-up unchanged; SealVerify keeps reporting it.
           perform varying ws-day-ix from 1 by 1
                   until ws-day-ix > ws-day-count
               if ws-day-break(ws-day-ix) > 0
                   move spaces to ws-report-line-out
                   string "  " ws-day-date(ws-day-ix)
                          ": chain broken at line "
                          ws-day-break(ws-day-ix)
                          " of the day, carried into the roll-up as"
                          " found"
                       delimited by size into ws-report-line-out
                   end-string
                   move ws-report-line-out to report-line
                   write report-line
               end-if
           end-perform
           .

       end program ArchiveRollup.
