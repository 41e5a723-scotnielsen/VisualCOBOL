      ********************************************************************************************************
      *
      * Copyright (C) Micro Focus 2010-2013.
      * All rights reserved.
      *
      *  This sample code is supplied for demonstration purposes only on an "as is" basis and "is for use at
      *  your own risk".
      *
      ********************************************************************************************************

      *> Data-file growth and disk capacity report. Each run measures every
      *> file in every cabinet directory (the in-service cabinets.dat
      *> registry, or the five game folders with no registry) -- live logs
      *> and the dated archives LogArchive leaves beside them -- and in the
      *> shared areas: ../Common, ../Backups (each set named in sets.lst,
      *> its puzzles folder included), ../Seasons (each season in
      *> seasons.lst) and ../Quarantine (the dated folders FloorOpenCheck
      *> makes, looked for over the last year since nothing indexes them).
      *> Sizes are kept in capacity.log ("yyyymmdd,area,file,bytes", plus
      *> one "*TOTAL" line per area), five weeks of per-file lines and a
      *> year of area totals. The report gives each area's size against
      *> its ceiling, its growth per day over the last four weeks
      *> (least-squares on the totals) and the days left before the ceiling
      *> at that rate; then each file's size and its growth over the week
      *> since the snapshot seven or more days back. Ceilings come from
      *> capacity.cfg, one "area,megabytes" line per area (the cabinet id,
      *> or Common, Backups, Seasons, Quarantine), a "DEFAULT,megabytes"
      *> line for the rest (2048 when absent) and "HORIZON,days" for the
      *> warning horizon (30 when absent). Any area projected to fill
      *> within the horizon is raised into ../Common/alerts.dat as a
      *> CAPACITY alert -- HIGH inside a week, MEDIUM otherwise -- once
      *> while it stays open, and its report line says "WILL FILL" for
      *> MorningSummary to quote; LogArchive's retention or backup.cfg is
      *> the usual remedy. Runs as a NightlyBatch step after the rotation,
      *> or by hand, from a Games\CabinetOps working directory. Written to
      *> capacityreport.txt.
       program-id. CapacityReport as "CapacityReport".

       environment division.
       configuration section.

       input-output section.
       file-control.
           select cabinet-file
                   assign to "cabinets.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is cb-cabinet-id
                   file status is ws-cabinet-status.
           select capacity-config-file
                   assign to "capacity.cfg"
                   organization is line sequential
                   file status is ws-config-status.
           select history-file
                   assign to "capacity.log"
                   organization is line sequential
                   file status is ws-history-status.
           select history-temp-file
                   assign to "capacity.log.tmp"
                   organization is line sequential
                   file status is ws-history-temp-status.
      *> sets.lst or seasons.lst, whichever index is being walked.
           select index-file
                   assign to ws-index-path
                   organization is line sequential
                   file status is ws-index-status.
           select alerts-file
                   assign to "../Common/alerts.dat"
                   organization is line sequential
                   file status is ws-alerts-status.
           select report-file assign to "capacityreport.txt"
                               organization is line sequential.

       data division.
       file section.
       fd cabinet-file record contains 121 characters.
       01 cb-record.
           03 cb-cabinet-id    pic x(8).
           03 cb-title         pic x(16).
           03 cb-location      pic x(20).
           03 cb-directory     pic x(64).
           03 cb-in-service    pic x.
           03 cb-install-date  pic x(8).
           03 cb-site          pic x(4).

       fd capacity-config-file record contains 40 characters.
       01 cc-line          pic x(40).

       fd history-file record contains 160 characters.
       01 hi-line          pic x(160).

       fd history-temp-file record contains 160 characters.
       01 ht-line          pic x(160).

       fd index-file record contains 40 characters.
       01 ix-line          pic x(40).

       fd alerts-file record contains 100 characters.
       01 al-line          pic x(100).

       fd report-file record contains 132 characters.
       01 report-line      pic x(132).

       working-storage section.
       01 ws-cabinet-status     pic xx.
       01 ws-config-status      pic xx.
       01 ws-history-status     pic xx.
       01 ws-history-temp-status pic xx.
       01 ws-index-status       pic xx.
       01 ws-alerts-status      pic xx.
       01 ws-eof                pic x.
       01 ws-index-eof          pic x.
       01 ws-index-path         pic x(40).
       01 ws-rename-rc          pic s9(9) comp-5.

       01 ws-today              pic 9(8).
       01 ws-today-x redefines ws-today pic x(8).
       01 ws-today-int          pic 9(8).
       01 ws-now-stamp          pic x(19).

      *> capacity.cfg.
       01 ws-default-mb         pic 9(7) value 2048.
       01 ws-horizon-days       pic 9(4) value 30.
       01 ws-cfg-count          pic 9(3) value 0.
       01 ws-cfg-table.
           03 ws-cfg-entry occurs 100.
               05 ws-cfg-area        pic x(16).
               05 ws-cfg-mb          pic 9(7).
       01 ws-cfg-index          pic 9(3).
       01 ws-c-area             pic x(16).
       01 ws-c-value            pic x(10).

      *> The areas measured: "C" a cabinet directory or shared folder
      *> scanned as it stands, "B" Backups, "E" Seasons, "Q" Quarantine.
       01 ws-area-count         pic 9(3) value 0.
       01 ws-area-table.
           03 ws-area-entry occurs 110.
               05 ws-area-label      pic x(16).
               05 ws-area-dir        pic x(64).
               05 ws-area-kind       pic x.
               05 ws-area-ceiling-kb pic 9(12).
               05 ws-area-bytes      pic 9(15).
               05 ws-area-files      pic 9(5).
               05 ws-area-slope      pic s9(11)v99.
               05 ws-area-days-left  pic 9(6).
               05 ws-area-filling    pic x.
               05 ws-area-fit-n      pic 9(3).
               05 ws-area-fit-sx     pic 9(7).
               05 ws-area-fit-sy     pic 9(15).
               05 ws-area-fit-sxy    pic 9(17).
               05 ws-area-fit-sxx    pic 9(9).
       01 ws-area-index         pic 9(3).

      *> The five game folders, when there is no registry.
       01 ws-default-dirs.
           03 filler pic x(16) value "CobolBlitz".
           03 filler pic x(16) value "CobolMineSweeper".
           03 filler pic x(16) value "CobolDoKu".
           03 filler pic x(16) value "CobolSnake".
           03 filler pic x(16) value "CobolTicTacToe".
       01 ws-default-table redefines ws-default-dirs.
           03 ws-default-dir occurs 5 pic x(16).
       01 ws-default-index      pic 9.

      *> Every file measured tonight, with its size a week back.
       01 ws-file-count         pic 9(4) value 0.
       01 ws-file-table.
           03 ws-file-entry occurs 4000.
               05 ws-file-area       pic 9(3).
               05 ws-file-path       pic x(100).
               05 ws-file-bytes      pic 9(15).
               05 ws-file-base-bytes pic 9(15).
               05 ws-file-has-base   pic x.
       01 ws-file-index         pic 9(4).

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
       01 ws-sub-dir            pic x(64).
       01 ws-probe-day-int      pic 9(8).
       01 ws-probe-date         pic 9(8).
       01 ws-probe-tries        pic 9(3).

      *> capacity.log lines.
       01 ws-h-date             pic x(8).
       01 ws-h-area             pic x(16).
       01 ws-h-path             pic x(100).
       01 ws-h-bytes            pic x(16).
       01 ws-h-date-int         pic 9(8).
       01 ws-baseline-date      pic x(8) value spaces.
       01 ws-baseline-latest    pic x(8).
       01 ws-baseline-earliest  pic x(8).
       01 ws-file-keep-date     pic x(8).
       01 ws-total-keep-date    pic x(8).
       01 ws-trend-from-int     pic 9(8).
       01 ws-fit-x              pic 9(3).
       01 ws-fit-y              pic 9(12).
       01 ws-fit-divisor        pic s9(9).
       01 ws-history-out        pic x(160).
       01 ws-bytes-out          pic 9(15).

      *> Alerts already open, so a CAPACITY alert is raised once.
       01 ws-open-count         pic 9(3) value 0.
       01 ws-open-table.
           03 ws-open-area occurs 200 pic x(16).
       01 ws-open-index         pic 9(3).
       01 ws-next-id            pic 9(6) value 0.
       01 ws-already-open       pic x.
       01 ws-a-id               pic x(6).
       01 ws-a-stamp            pic x(19).
       01 ws-a-severity         pic x(6).
       01 ws-a-cabinet          pic x(16).
       01 ws-a-condition        pic x(16).
       01 ws-a-status           pic x(4).
       01 ws-raise-severity     pic x(6).
       01 ws-raised-count       pic 9(3) value 0.
       01 ws-filling-count      pic 9(3) value 0.

       01 ws-kb                 pic 9(12).
       01 ws-mb-out             pic z(6)9.9.
       01 ws-ceiling-out        pic z(6)9.
       01 ws-slope-out          pic -(7)9.9.
       01 ws-days-out           pic z(5)9.
       01 ws-size-out           pic z(11)9.
       01 ws-base-out           pic z(11)9.
       01 ws-growth             pic s9(15).
       01 ws-growth-out         pic -(11)9.
       01 ws-report-line-out    pic x(132).

       procedure division.
       main-line section.
           move function current-date(1:8) to ws-today-x
           compute ws-today-int = function integer-of-date(ws-today)
           string function current-date(1:4) "-"
                  function current-date(5:2) "-"
                  function current-date(7:2) " "
                  function current-date(9:2) ":"
                  function current-date(11:2) ":"
                  function current-date(13:2)
               delimited by size into ws-now-stamp
           end-string

           perform load-config
           perform list-areas
           perform varying ws-area-index from 1 by 1
                   until ws-area-index > ws-area-count
               perform measure-area
           end-perform

           perform find-baseline-date
           perform read-history
           perform rewrite-history
           perform varying ws-area-index from 1 by 1
                   until ws-area-index > ws-area-count
               perform project-area
           end-perform
           perform load-open-alerts
           perform varying ws-area-index from 1 by 1
                   until ws-area-index > ws-area-count
               if ws-area-filling(ws-area-index) = "Y"
                   perform raise-alert-if-new
               end-if
           end-perform
           perform write-report

           display "Capacity report written: " ws-area-count
                   " area(s), " ws-file-count " file(s), "
                   ws-filling-count " filling within "
                   ws-horizon-days " day(s), " ws-raised-count
                   " new alert(s)."
           stop run
           .

       load-config section.
           open input capacity-config-file
           if ws-config-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read capacity-config-file
                   at end move "T" to ws-eof
                   not at end
                       move spaces to ws-c-area ws-c-value
                       unstring cc-line delimited by ","
                           into ws-c-area ws-c-value
                       perform take-config-line
               end-read
           end-perform
           close capacity-config-file
           .

       take-config-line section.
           if ws-c-area = spaces or ws-c-value = spaces
               exit section
           end-if
           evaluate function upper-case(ws-c-area)
               when "DEFAULT"
                   compute ws-default-mb = function numval(ws-c-value)
               when "HORIZON"
                   compute ws-horizon-days =
                       function numval(ws-c-value)
               when other
                   if ws-cfg-count < 100
                       add 1 to ws-cfg-count
                       move ws-c-area to ws-cfg-area(ws-cfg-count)
                       compute ws-cfg-mb(ws-cfg-count) =
                           function numval(ws-c-value)
                   end-if
           end-evaluate
           .

      *> The cabinet directories, then the shared areas.
       list-areas section.
           open input cabinet-file
           if ws-cabinet-status = "00"
               move "F" to ws-eof
               perform until ws-eof = "T"
                   read cabinet-file next record
                       at end move "T" to ws-eof
                       not at end
                           if cb-in-service = "Y"
                               move cb-cabinet-id to ws-c-area
                               move cb-directory to ws-sub-dir
                               perform add-area
                           end-if
                   end-read
               end-perform
               close cabinet-file
           end-if
           if ws-area-count = 0
               perform varying ws-default-index from 1 by 1
                       until ws-default-index > 5
                   move ws-default-dir(ws-default-index) to ws-c-area
                   move spaces to ws-sub-dir
                   string "../" ws-default-dir(ws-default-index)
                       delimited by space into ws-sub-dir
                   end-string
                   perform add-area
               end-perform
           end-if

           move "Common" to ws-c-area
           move "../Common" to ws-sub-dir
           perform add-area
           move "Backups" to ws-c-area
           move "../Backups" to ws-sub-dir
           perform add-area
           move "B" to ws-area-kind(ws-area-count)
           move "Seasons" to ws-c-area
           move "../Seasons" to ws-sub-dir
           perform add-area
           move "E" to ws-area-kind(ws-area-count)
           move "Quarantine" to ws-c-area
           move "../Quarantine" to ws-sub-dir
           perform add-area
           move "Q" to ws-area-kind(ws-area-count)
           .

       add-area section.
           if ws-area-count >= 110
               exit section
           end-if
           add 1 to ws-area-count
           move ws-c-area to ws-area-label(ws-area-count)
           move ws-sub-dir to ws-area-dir(ws-area-count)
           move "C" to ws-area-kind(ws-area-count)
           compute ws-area-ceiling-kb(ws-area-count) =
               ws-default-mb * 1024
           perform varying ws-cfg-index from 1 by 1
                   until ws-cfg-index > ws-cfg-count
               if ws-cfg-area(ws-cfg-index) = ws-c-area
                   compute ws-area-ceiling-kb(ws-area-count) =
                       ws-cfg-mb(ws-cfg-index) * 1024
               end-if
           end-perform
           move 0 to ws-area-bytes(ws-area-count)
           move 0 to ws-area-files(ws-area-count)
           move 0 to ws-area-slope(ws-area-count)
           move 0 to ws-area-days-left(ws-area-count)
           move "N" to ws-area-filling(ws-area-count)
           move 0 to ws-area-fit-n(ws-area-count)
           move 0 to ws-area-fit-sx(ws-area-count)
           move 0 to ws-area-fit-sy(ws-area-count)
           move 0 to ws-area-fit-sxy(ws-area-count)
           move 0 to ws-area-fit-sxx(ws-area-count)
           .

       measure-area section.
           move ws-area-dir(ws-area-index) to ws-sub-dir
           perform scan-one-folder
           evaluate ws-area-kind(ws-area-index)
               when "B"
                   move "../Backups/sets.lst" to ws-index-path
                   perform scan-indexed-folders
               when "E"
                   move "../Seasons/seasons.lst" to ws-index-path
                   perform scan-indexed-folders
               when "Q"
                   perform scan-quarantine-folders
           end-evaluate
           .

      *> Backup sets and seasons are each one folder per index line;
      *> a backup set's puzzles folder is measured with it.
       scan-indexed-folders section.
           open input index-file
           if ws-index-status not = "00"
               exit section
           end-if
           move "F" to ws-index-eof
           perform until ws-index-eof = "T"
               read index-file
                   at end move "T" to ws-index-eof
                   not at end
                       if ix-line(1:20) not = spaces
                           move spaces to ws-sub-dir
                           string ws-area-dir(ws-area-index)
                                      delimited by space
                                  "/" delimited by size
                                  ix-line delimited by space
                                  into ws-sub-dir
                           end-string
                           perform scan-one-folder
                           if ws-area-kind(ws-area-index) = "B"
                               perform scan-backup-puzzles
                           end-if
                       end-if
               end-read
           end-perform
           close index-file
           .

       scan-backup-puzzles section.
           move spaces to ws-sub-dir
           string ws-area-dir(ws-area-index) delimited by space
                  "/" delimited by size
                  ix-line delimited by space
                  "/puzzles" delimited by size
                  into ws-sub-dir
           end-string
           perform scan-one-folder
           .

      *> Quarantine folders are named for the day of the repair run.
       scan-quarantine-folders section.
           move ws-today-int to ws-probe-day-int
           perform varying ws-probe-tries from 1 by 1
                   until ws-probe-tries > 366
               compute ws-probe-date =
                   function date-of-integer(ws-probe-day-int)
               move spaces to ws-sub-dir
               string ws-area-dir(ws-area-index) delimited by space
                      "/" ws-probe-date delimited by size
                      into ws-sub-dir
               end-string
               perform scan-one-folder
               subtract 1 from ws-probe-day-int
           end-perform
           .

      *> Every file in ws-sub-dir, sized and added to the area.
       scan-one-folder section.
           move spaces to ws-scan-spec
           string ws-sub-dir delimited by space
                  "/*" delimited by size
                  into ws-scan-spec
           end-string
           call "CBL_DIR_SCAN" using ws-scan-spec
                                     ws-scan-path
               returning ws-dir-scan-rc
           perform until ws-dir-scan-rc not = 0
               perform size-one-file
               call "CBL_DIR_SCAN" using ws-scan-spec
                                         ws-scan-path
                   returning ws-dir-scan-rc
           end-perform
           .

       size-one-file section.
           call "CBL_CHECK_FILE_EXIST" using ws-scan-path
                                             ws-file-details
               returning ws-exist-rc
      *> Sub-folders come back from the scan with no size of their own
      *> (their files are measured when the folder is walked); they and
      *> empty files are left off the list.
           if ws-exist-rc not = 0 or ws-file-size = 0
               exit section
           end-if
           add ws-file-size to ws-area-bytes(ws-area-index)
           add 1 to ws-area-files(ws-area-index)
           if ws-file-count >= 4000
               exit section
           end-if
           add 1 to ws-file-count
           move ws-area-index to ws-file-area(ws-file-count)
           move ws-scan-path to ws-file-path(ws-file-count)
           move ws-file-size to ws-file-bytes(ws-file-count)
           move 0 to ws-file-base-bytes(ws-file-count)
           move "N" to ws-file-has-base(ws-file-count)
           .

      *> The week-back snapshot: the latest night at least seven days
      *> old, no older than thirteen.
       find-baseline-date section.
           compute ws-h-date-int = ws-today-int - 7
           compute ws-probe-date =
               function date-of-integer(ws-h-date-int)
           move ws-probe-date to ws-baseline-latest
           compute ws-h-date-int = ws-today-int - 13
           compute ws-probe-date =
               function date-of-integer(ws-h-date-int)
           move ws-probe-date to ws-baseline-earliest
           open input history-file
           if ws-history-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read history-file
                   at end move "T" to ws-eof
                   not at end
                       move hi-line(1:8) to ws-h-date
                       if ws-h-date <= ws-baseline-latest
                           and ws-h-date >= ws-baseline-earliest
                           and (ws-baseline-date = spaces
                                or ws-h-date > ws-baseline-date)
                           move ws-h-date to ws-baseline-date
                       end-if
               end-read
           end-perform
           close history-file
           .

      *> The baseline night's file sizes, and every area total of the
      *> last four weeks for the trend.
       read-history section.
           compute ws-trend-from-int = ws-today-int - 28
           open input history-file
           if ws-history-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read history-file
                   at end move "T" to ws-eof
                   not at end
                       perform take-history-line
               end-read
           end-perform
           close history-file
           .

       take-history-line section.
           move spaces to ws-h-date ws-h-area ws-h-path ws-h-bytes
           unstring hi-line delimited by ","
               into ws-h-date ws-h-area ws-h-path ws-h-bytes
           if ws-h-date is not numeric or ws-h-date = ws-today-x
               exit section
           end-if
           if ws-h-path = "*TOTAL"
               compute ws-h-date-int = function integer-of-date(
                   function numval(ws-h-date))
               if ws-h-date-int >= ws-trend-from-int
                   perform varying ws-area-index from 1 by 1
                           until ws-area-index > ws-area-count
                       if ws-area-label(ws-area-index) = ws-h-area
                           compute ws-fit-x =
                               ws-h-date-int - ws-trend-from-int
                           compute ws-fit-y =
                               function numval(ws-h-bytes) / 1024
                           perform add-fit-point
                           exit perform
                       end-if
                   end-perform
               end-if
               exit section
           end-if
           if ws-h-date not = ws-baseline-date
               exit section
           end-if
           perform varying ws-file-index from 1 by 1
                   until ws-file-index > ws-file-count
               if ws-file-path(ws-file-index) = ws-h-path
                   compute ws-file-base-bytes(ws-file-index) =
                       function numval(ws-h-bytes)
                   move "Y" to ws-file-has-base(ws-file-index)
                   exit perform
               end-if
           end-perform
           .

       add-fit-point section.
           add 1 to ws-area-fit-n(ws-area-index)
           add ws-fit-x to ws-area-fit-sx(ws-area-index)
           add ws-fit-y to ws-area-fit-sy(ws-area-index)
           compute ws-area-fit-sxy(ws-area-index) =
               ws-area-fit-sxy(ws-area-index) + ws-fit-x * ws-fit-y
           compute ws-area-fit-sxx(ws-area-index) =
               ws-area-fit-sxx(ws-area-index) + ws-fit-x * ws-fit-x
           .

      *> Carries the history across without tonight's lines (a re-run
      *> replaces them), per-file lines older than five weeks or area
      *> totals older than a year, then appends tonight's.
       rewrite-history section.
           compute ws-h-date-int = ws-today-int - 35
           compute ws-probe-date =
               function date-of-integer(ws-h-date-int)
           move ws-probe-date to ws-file-keep-date
           compute ws-h-date-int = ws-today-int - 366
           compute ws-probe-date =
               function date-of-integer(ws-h-date-int)
           move ws-probe-date to ws-total-keep-date

           open output history-temp-file
           if ws-history-temp-status not = "00"
               exit section
           end-if
           open input history-file
           if ws-history-status = "00"
               move "F" to ws-eof
               perform until ws-eof = "T"
                   read history-file
                       at end move "T" to ws-eof
                       not at end
                           perform copy-history-line
                   end-read
               end-perform
               close history-file
           end-if

           perform varying ws-area-index from 1 by 1
                   until ws-area-index > ws-area-count
               move "*TOTAL" to ws-h-path
               move ws-area-bytes(ws-area-index) to ws-bytes-out
               perform write-history-line
           end-perform
           perform varying ws-file-index from 1 by 1
                   until ws-file-index > ws-file-count
               move ws-file-area(ws-file-index) to ws-area-index
               move ws-file-path(ws-file-index) to ws-h-path
               move ws-file-bytes(ws-file-index) to ws-bytes-out
               perform write-history-line
           end-perform
           close history-temp-file

           call "CBL_DELETE_FILE" using "capacity.log"
               returning ws-rename-rc
           call "CBL_RENAME_FILE" using "capacity.log.tmp"
                                        "capacity.log"
               returning ws-rename-rc
           .

       copy-history-line section.
           move spaces to ws-h-date ws-h-area ws-h-path
           unstring hi-line delimited by ","
               into ws-h-date ws-h-area ws-h-path
           if ws-h-date is not numeric or ws-h-date = ws-today-x
               exit section
           end-if
           if ws-h-path = "*TOTAL"
               if ws-h-date < ws-total-keep-date
                   exit section
               end-if
           else
               if ws-h-date < ws-file-keep-date
                   exit section
               end-if
           end-if
           move hi-line to ht-line
           write ht-line
           .

       write-history-line section.
           move spaces to ws-history-out
           string ws-today-x ","
                  ws-area-label(ws-area-index) delimited by space
                  "," delimited by size
                  ws-h-path delimited by space
                  "," ws-bytes-out delimited by size
                  into ws-history-out
           end-string
           move ws-history-out to ht-line
           write ht-line
           .

      *> Tonight's total joins the trend; growth per day in KB, and the
      *> days left before the ceiling at that rate.
       project-area section.
           move 28 to ws-fit-x
           compute ws-fit-y = ws-area-bytes(ws-area-index) / 1024
           perform add-fit-point
           move ws-fit-y to ws-kb
           move 0 to ws-area-slope(ws-area-index)
           if ws-area-fit-n(ws-area-index) >= 2
               compute ws-fit-divisor =
                   ws-area-fit-n(ws-area-index)
                       * ws-area-fit-sxx(ws-area-index)
                   - ws-area-fit-sx(ws-area-index)
                       * ws-area-fit-sx(ws-area-index)
               if ws-fit-divisor not = 0
                   compute ws-area-slope(ws-area-index) rounded =
                       (ws-area-fit-n(ws-area-index)
                           * ws-area-fit-sxy(ws-area-index)
                        - ws-area-fit-sx(ws-area-index)
                           * ws-area-fit-sy(ws-area-index))
                       / ws-fit-divisor
               end-if
           end-if

           move 999999 to ws-area-days-left(ws-area-index)
           if ws-kb >= ws-area-ceiling-kb(ws-area-index)
               move 0 to ws-area-days-left(ws-area-index)
           else
               if ws-area-slope(ws-area-index) > 0
                   compute ws-area-days-left(ws-area-index) =
                       (ws-area-ceiling-kb(ws-area-index) - ws-kb)
                       / ws-area-slope(ws-area-index)
                       on size error
                           move 999999
                               to ws-area-days-left(ws-area-index)
                   end-compute
               end-if
           end-if
           if ws-area-days-left(ws-area-index) <= ws-horizon-days
               move "Y" to ws-area-filling(ws-area-index)
               add 1 to ws-filling-count
           end-if
           .

       load-open-alerts section.
           open input alerts-file
           if ws-alerts-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read alerts-file
                   at end move "T" to ws-eof
                   not at end
                       unstring al-line delimited by ","
                           into ws-a-id ws-a-stamp ws-a-severity
                                ws-a-cabinet ws-a-condition
                                ws-a-status
                       if ws-a-id is numeric
                           and function numval(ws-a-id) > ws-next-id
                           compute ws-next-id
                               = function numval(ws-a-id)
                       end-if
                       if ws-a-status = "OPEN"
                           and ws-a-condition = "CAPACITY"
                           and ws-open-count < 200
                           add 1 to ws-open-count
                           move ws-a-cabinet
                               to ws-open-area(ws-open-count)
                       end-if
               end-read
           end-perform
           close alerts-file
           .

       raise-alert-if-new section.
           move "N" to ws-already-open
           perform varying ws-open-index from 1 by 1
                   until ws-open-index > ws-open-count
               if ws-open-area(ws-open-index)
                       = ws-area-label(ws-area-index)
                   move "Y" to ws-already-open
                   exit perform
               end-if
           end-perform
           if ws-already-open = "Y"
               exit section
           end-if
           if ws-area-days-left(ws-area-index) <= 7
               move "HIGH" to ws-raise-severity
           else
               move "MEDIUM" to ws-raise-severity
           end-if

           add 1 to ws-next-id
           open extend alerts-file
           if ws-alerts-status = "35"
               open output alerts-file
           end-if
           if ws-alerts-status not = "00"
               exit section
           end-if
           move spaces to ws-report-line-out
           string ws-next-id
                  "," ws-now-stamp
                  "," delimited by size
                  ws-raise-severity delimited by space
                  "," delimited by size
                  ws-area-label(ws-area-index) delimited by space
                  ",CAPACITY,OPEN,," delimited by size
                  into ws-report-line-out
           end-string
           move ws-report-line-out to al-line
           write al-line
           close alerts-file
           add 1 to ws-raised-count
           .

       write-report section.
           open output report-file
           move spaces to ws-report-line-out
           string "DATA-FILE GROWTH AND DISK CAPACITY - " ws-today-x
               delimited by size into ws-report-line-out
           end-string
           move ws-report-line-out to report-line
           write report-line
           move spaces to report-line
           write report-line
           move "  Area              Files      Size MB  Ceiling MB"
               & "   KB per day  Days left" to report-line
           write report-line
           perform varying ws-area-index from 1 by 1
                   until ws-area-index > ws-area-count
               perform write-area-line
           end-perform

           move spaces to report-line
           write report-line
           move spaces to ws-report-line-out
           if ws-baseline-date = spaces
               string "FILE GROWTH OVER THE WEEK (NO SNAPSHOT A WEEK "
                      "BACK YET)"
                   delimited by size into ws-report-line-out
               end-string
           else
               string "FILE GROWTH OVER THE WEEK (AGAINST "
                      ws-baseline-date ")"
                   delimited by size into ws-report-line-out
               end-string
           end-if
           move ws-report-line-out to report-line
           write report-line
           move "  Bytes now     Week back   Growth        File"
               to report-line
           write report-line
           perform varying ws-file-index from 1 by 1
                   until ws-file-index > ws-file-count
               perform write-file-line
           end-perform
           close report-file
           .

       write-area-line section.
           compute ws-mb-out rounded =
               ws-area-bytes(ws-area-index) / 1048576
           compute ws-ceiling-out =
               ws-area-ceiling-kb(ws-area-index) / 1024
           move ws-area-slope(ws-area-index) to ws-slope-out
           move spaces to ws-report-line-out
           if ws-area-days-left(ws-area-index) = 999999
               string "  " ws-area-label(ws-area-index) " "
                      ws-area-files(ws-area-index) "  " ws-mb-out "  "
                      ws-ceiling-out "  " ws-slope-out "  not filling"
                   delimited by size into ws-report-line-out
               end-string
           else
               move ws-area-days-left(ws-area-index) to ws-days-out
               if ws-area-filling(ws-area-index) = "Y"
                   string "  " ws-area-label(ws-area-index) " "
                          ws-area-files(ws-area-index) "  " ws-mb-out
                          "  " ws-ceiling-out "  " ws-slope-out "  "
                          ws-days-out "  WILL FILL within "
                          ws-horizon-days " days"
                       delimited by size into ws-report-line-out
                   end-string
               else
                   string "  " ws-area-label(ws-area-index) " "
                          ws-area-files(ws-area-index) "  " ws-mb-out
                          "  " ws-ceiling-out "  " ws-slope-out "  "
                          ws-days-out
                       delimited by size into ws-report-line-out
                   end-string
               end-if
           end-if
           move ws-report-line-out to report-line
           write report-line
           .

       write-file-line section.
           move ws-file-bytes(ws-file-index) to ws-size-out
           move spaces to ws-report-line-out
           if ws-file-has-base(ws-file-index) = "Y"
               move ws-file-base-bytes(ws-file-index) to ws-base-out
               compute ws-growth = ws-file-bytes(ws-file-index)
                   - ws-file-base-bytes(ws-file-index)
               move ws-growth to ws-growth-out
               string "  " ws-size-out "  " ws-base-out "  "
                      ws-growth-out "  " delimited by size
                      ws-file-path(ws-file-index) delimited by space
                      into ws-report-line-out
               end-string
           else
               string "  " ws-size-out "           new"
                      "                " delimited by size
                      ws-file-path(ws-file-index) delimited by space
                      into ws-report-line-out
               end-string
           end-if
           move ws-report-line-out to report-line
           write report-line
           .

       end program CapacityReport.
