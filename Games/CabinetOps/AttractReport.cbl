      ********************************************************************************************************
      *
      * Copyright (C) Micro Focus 2010-2013.
      * All rights reserved.
      *
      *  This sample code is supplied for demonstration purposes only on an "as is" basis and "is for use at
      *  your own risk".
      *
      ********************************************************************************************************

      *> Attract-loop conversion: which idle screens actually pull players
      *> in. Every title logs its attract cycles in the cabinet's
      *> attract.log -- "ENTER" when the attract loop starts, "LEAVE" with
      *> what ended it (PAID, PRACTICE or NONE) -- through Common/
      *> AttractLog on the console titles and the managed titles' own
      *> attract handling. This report pairs each ENTER with the LEAVE
      *> that follows it (an ENTER with no LEAVE, a cabinet switched off
      *> mid-cycle, is dropped) for every cabinet in cabinets.dat (or the
      *> default one-folder-per-title layout with no registry), over the
      *> days asked for (ENTER takes 28). A cycle converted when it ended
      *> in a paid start, or when the cabinet's charges.log shows a paid
      *> start within the minutes asked for (ENTER takes 5) of it ending
      *> -- the player who wandered over, looked, and then paid. Cycles
      *> fall in the four-hour band of the day they started; for each
      *> title, each of its cabinets, and each band the report shows the
      *> cycles, the idle hours they covered, how many converted and the
      *> share, and the practice games, so a title whose every cabinet
      *> converts poorly points at the demo loop while one poor cabinet
      *> among good ones points at its spot on the floor. Written to
      *> attractreport.txt; run from a Games\CabinetOps working directory.
       program-id. AttractReport as "AttractReport".

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
           select attract-log-file
                   assign to ws-attract-path
                   organization is line sequential
                   file status is ws-attract-status.
           select charges-log-file
                   assign to ws-charges-path
                   organization is line sequential
                   file status is ws-charges-status.
           select report-file assign to "attractreport.txt"
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

       fd attract-log-file record contains 80 characters.
       01 al-line           pic x(80).

       fd charges-log-file record contains 120 characters.
       01 charges-line      pic x(120).

       fd report-file record contains 132 characters.
       01 report-line       pic x(132).

       working-storage section.
       01 ws-cabinet-status     pic xx.
       01 ws-attract-status     pic xx.
       01 ws-charges-status     pic xx.
       01 ws-eof                pic x value "F".

      *> The days covered and the paid-start allowance.
       01 ws-days-text          pic x(3).
       01 ws-days               pic 9(3) value 28.
       01 ws-minutes-text       pic x(3).
       01 ws-minutes            pic 9(3) value 5.
       01 ws-today-integer      pic 9(7).
       01 ws-cutoff-integer     pic 9(7).
       01 ws-cutoff-seconds     pic 9(12).
       01 ws-from-date          pic 9(8).
       01 ws-from-disp          pic x(10).
       01 ws-to-disp            pic x(10).

      *> Six four-hour bands of the day.
       78 BAND-COUNT            value 6.
       78 BAND-HOURS            value 4.
       01 ws-band               pic 9.
       01 ws-band-ix            pic 9.
       01 ws-band-from          pic 99.
       01 ws-band-to            pic 99.

      *> Every cabinet and its cycles by band.
       01 ws-cab-count          pic 9(3) value 0.
       01 ws-cab-table.
           03 ws-cab-entry occurs 50.
               05 ws-cab-id          pic x(8).
               05 ws-cab-title       pic x(16).
               05 ws-cab-location    pic x(20).
               05 ws-cab-directory   pic x(64).
               05 ws-cab-band occurs 6.
                   07 ws-cb-cycles     pic 9(5).
                   07 ws-cb-idle       pic 9(9).
                   07 ws-cb-converted  pic 9(5).
                   07 ws-cb-practice   pic 9(5).
       01 ws-cab-index          pic 9(3).

      *> Cabinets in title order, for the report.
       01 ws-order-table.
           03 ws-order-cab occurs 50 pic 9(3).
       01 ws-order-index        pic 9(3).
       01 ws-order-inner        pic 9(3).
       01 ws-order-swap         pic 9(3).

      *> One title's figures by band, summed over its cabinets.
       01 ws-this-title         pic x(16).
       01 ws-title-table.
           03 ws-title-band occurs 6.
               05 ws-tb-cycles       pic 9(7).
               05 ws-tb-idle         pic 9(11).
               05 ws-tb-converted    pic 9(7).
               05 ws-tb-practice     pic 9(7).

      *> The cabinet's paid starts, in time order.
       01 ws-ch-count           pic 9(5) value 0.
       01 ws-ch-table.
           03 ws-ch-seconds occurs 20000 pic 9(12).
       01 ws-ch-index           pic 9(5).

      *> Parsed log fields.
       01 ws-attract-path       pic x(80).
       01 ws-charges-path       pic x(80).
       01 ws-a-stamp            pic x(19).
       01 ws-a-title            pic x(16).
       01 ws-a-event            pic x(5).
       01 ws-a-outcome          pic x(8).
       01 ws-f-stamp            pic x(19).
       01 ws-f-event            pic x(8).
       01 ws-h-stamp            pic x(19).
       01 ws-stamp-date         pic 9(8).
       01 ws-seconds-out        pic 9(12).

      *> The cycle being paired.
       01 ws-cycle-open         pic x value "N".
       01 ws-cycle-start        pic 9(12).
       01 ws-cycle-hour         pic 99.
       01 ws-cycle-end          pic 9(12).
       01 ws-cycle-limit        pic 9(12).
       01 ws-converted          pic x.
       01 ws-total-cycles       pic 9(7) value 0.

      *> A figure line, for a band or a total.
       01 ws-line-label         pic x(16).
       01 ws-line-cycles        pic 9(7).
       01 ws-line-idle          pic 9(11).
       01 ws-line-converted     pic 9(7).
       01 ws-line-practice      pic 9(7).
       01 ws-share              pic 9(3)v9.
       01 ws-share-disp         pic zz9.9.
       01 ws-hours              pic 9(7)v9.
       01 ws-hours-disp         pic zzz,zz9.9.
       01 ws-count-disp         pic zzz,zz9.
       01 ws-count-disp2        pic zzz,zz9.
       01 ws-count-disp3        pic zzz,zz9.
       01 ws-report-line-out    pic x(132).

       procedure division.
       main-line section.
           display "Days to cover (ENTER for 28): " with no advancing
           accept ws-days-text
           if ws-days-text not = spaces
               and function numval(ws-days-text) > 0
               compute ws-days = function numval(ws-days-text)
           end-if
           display "Minutes after a cycle a paid start still counts "
                   "(ENTER for 5): " with no advancing
           accept ws-minutes-text
           if ws-minutes-text not = spaces
               and function numval(ws-minutes-text) > 0
               compute ws-minutes = function numval(ws-minutes-text)
           end-if
           compute ws-today-integer = function integer-of-date(
               function numval(function current-date(1:8)))
           compute ws-cutoff-integer = ws-today-integer - ws-days + 1
           compute ws-cutoff-seconds = ws-cutoff-integer * 86400
           compute ws-from-date =
               function date-of-integer(ws-cutoff-integer)
           string ws-from-date(1:4) "-" ws-from-date(5:2) "-"
                  ws-from-date(7:2)
               delimited by size into ws-from-disp
           end-string
           string function current-date(1:4) "-"
                  function current-date(5:2) "-"
                  function current-date(7:2)
               delimited by size into ws-to-disp
           end-string

           perform load-cabinet-registry
           perform varying ws-cab-index from 1 by 1
                   until ws-cab-index > ws-cab-count
               perform load-cabinet-charges
               perform sweep-attract-cycles
           end-perform
           perform order-by-title

           open output report-file
           perform write-report
           close report-file
           display "Attract report written to attractreport.txt ("
                   ws-total-cycles " cycle(s))"
           stop run
           .

       load-cabinet-registry section.
           open input cabinet-file
           if ws-cabinet-status = "00"
               move "F" to ws-eof
               perform until ws-eof = "T"
                   read cabinet-file next record
                       at end move "T" to ws-eof
                       not at end
                           perform keep-this-cabinet
                   end-read
               end-perform
               close cabinet-file
           end-if
           if ws-cab-count = 0
               move spaces to cb-location
               move "BLITZ" to cb-cabinet-id
               move "CobolBlitz" to cb-title
               move "../CobolBlitz" to cb-directory
               perform keep-this-cabinet
               move "MINE" to cb-cabinet-id
               move "CobolMineSweeper" to cb-title
               move "../CobolMineSweeper" to cb-directory
               perform keep-this-cabinet
               move "DOKU" to cb-cabinet-id
               move "CobolDoKu" to cb-title
               move "../CobolDoKu" to cb-directory
               perform keep-this-cabinet
               move "SNAKE" to cb-cabinet-id
               move "CobolSnake" to cb-title
               move "../CobolSnake" to cb-directory
               perform keep-this-cabinet
               move "TTT" to cb-cabinet-id
               move "CobolTicTacToe" to cb-title
               move "../CobolTicTacToe" to cb-directory
               perform keep-this-cabinet
           end-if
           .

       keep-this-cabinet section.
           if ws-cab-count >= 50
               exit section
           end-if
           add 1 to ws-cab-count
           move cb-cabinet-id to ws-cab-id(ws-cab-count)
           move cb-title to ws-cab-title(ws-cab-count)
           move cb-location to ws-cab-location(ws-cab-count)
           move cb-directory to ws-cab-directory(ws-cab-count)
           perform varying ws-band-ix from 1 by 1
                   until ws-band-ix > BAND-COUNT
               move 0 to ws-cb-cycles(ws-cab-count ws-band-ix)
                         ws-cb-idle(ws-cab-count ws-band-ix)
                         ws-cb-converted(ws-cab-count ws-band-ix)
                         ws-cb-practice(ws-cab-count ws-band-ix)
           end-perform
           .

      *> Paid starts from the first day covered on; a start just past a
      *> cycle is all this table is asked about.
       load-cabinet-charges section.
           move 0 to ws-ch-count
           move spaces to ws-charges-path
           string ws-cab-directory(ws-cab-index) delimited by space
                  "/charges.log" delimited by size
                  into ws-charges-path
           end-string
           open input charges-log-file
           if ws-charges-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read charges-log-file
                   at end move "T" to ws-eof
                   not at end
                       move spaces to ws-f-stamp ws-f-event
                       unstring charges-line delimited by ","
                           into ws-f-stamp ws-f-event
                       if ws-f-event = "CHARGE" and ws-ch-count < 20000
                           move ws-f-stamp to ws-h-stamp
                           perform stamp-to-seconds
                           if ws-seconds-out >= ws-cutoff-seconds
                               add 1 to ws-ch-count
                               move ws-seconds-out
                                   to ws-ch-seconds(ws-ch-count)
                           end-if
                       end-if
               end-read
           end-perform
           close charges-log-file
           .

       sweep-attract-cycles section.
           move spaces to ws-attract-path
           string ws-cab-directory(ws-cab-index) delimited by space
                  "/attract.log" delimited by size
                  into ws-attract-path
           end-string
           open input attract-log-file
           if ws-attract-status not = "00"
               exit section
           end-if
           move "N" to ws-cycle-open
           move "F" to ws-eof
           perform until ws-eof = "T"
               read attract-log-file
                   at end move "T" to ws-eof
                   not at end
                       move spaces to ws-a-stamp ws-a-title ws-a-event
                                      ws-a-outcome
                       unstring al-line delimited by ","
                           into ws-a-stamp ws-a-title ws-a-event
                                ws-a-outcome
                       move ws-a-stamp to ws-h-stamp
                       perform stamp-to-seconds
                       evaluate ws-a-event
                           when "ENTER"
                               move "Y" to ws-cycle-open
                               move ws-seconds-out to ws-cycle-start
                               move 0 to ws-cycle-hour
                               if ws-a-stamp(12:2) is numeric
                                   move ws-a-stamp(12:2)
                                       to ws-cycle-hour
                               end-if
                           when "LEAVE"
                               if ws-cycle-open = "Y"
                                   move ws-seconds-out to ws-cycle-end
                                   perform count-one-cycle
                               end-if
                               move "N" to ws-cycle-open
                       end-evaluate
               end-read
           end-perform
           close attract-log-file
           .

       count-one-cycle section.
           if ws-cycle-start < ws-cutoff-seconds
               or ws-cycle-end < ws-cycle-start
               exit section
           end-if
           compute ws-band = ws-cycle-hour / BAND-HOURS + 1
           add 1 to ws-total-cycles
           add 1 to ws-cb-cycles(ws-cab-index ws-band)
           compute ws-cb-idle(ws-cab-index ws-band)
               = ws-cb-idle(ws-cab-index ws-band)
                 + ws-cycle-end - ws-cycle-start
           if ws-a-outcome = "PRACTICE"
               add 1 to ws-cb-practice(ws-cab-index ws-band)
           end-if
           move "N" to ws-converted
           if ws-a-outcome = "PAID"
               move "Y" to ws-converted
           else
               compute ws-cycle-limit = ws-cycle-end + ws-minutes * 60
               perform varying ws-ch-index from 1 by 1
                       until ws-ch-index > ws-ch-count
                   if ws-ch-seconds(ws-ch-index) >= ws-cycle-end
                       and ws-ch-seconds(ws-ch-index) <= ws-cycle-limit
                       move "Y" to ws-converted
                       exit perform
                   end-if
               end-perform
           end-if
           if ws-converted = "Y"
               add 1 to ws-cb-converted(ws-cab-index ws-band)
           end-if
           .

      *> Cabinets grouped by title, registry order within a title -- a
      *> straight exchange sort, the table is never longer than the
      *> registry.
       order-by-title section.
           perform varying ws-order-index from 1 by 1
                   until ws-order-index > ws-cab-count
               move ws-order-index to ws-order-cab(ws-order-index)
           end-perform
           perform varying ws-order-index from 1 by 1
                   until ws-order-index >= ws-cab-count
               perform varying ws-order-inner from ws-order-index by 1
                       until ws-order-inner > ws-cab-count
                   if ws-cab-title(ws-order-cab(ws-order-inner))
                       < ws-cab-title(ws-order-cab(ws-order-index))
                       or (ws-cab-title(ws-order-cab(ws-order-inner))
                         = ws-cab-title(ws-order-cab(ws-order-index))
                       and ws-order-cab(ws-order-inner)
                         < ws-order-cab(ws-order-index))
                       move ws-order-cab(ws-order-index)
                           to ws-order-swap
                       move ws-order-cab(ws-order-inner)
                           to ws-order-cab(ws-order-index)
                       move ws-order-swap
                           to ws-order-cab(ws-order-inner)
                   end-if
               end-perform
           end-perform
           .

       write-report section.
           move spaces to ws-report-line-out
           string "ATTRACT-LOOP CONVERSION - " ws-from-disp " to "
                  ws-to-disp "  (a paid start within " ws-minutes
                  " minutes of a cycle counts)"
               delimited by size into ws-report-line-out
           end-string
           move ws-report-line-out to report-line
           write report-line
           move spaces to report-line
           write report-line
           move "                 HOURS     CYCLES     IDLE H  "
               & "CONVERTED  SHARE%   PRACTICE" to report-line
           write report-line

           move spaces to ws-this-title
           perform varying ws-order-index from 1 by 1
                   until ws-order-index > ws-cab-count
               move ws-order-cab(ws-order-index) to ws-cab-index
               if ws-cab-title(ws-cab-index) not = ws-this-title
                   move ws-cab-title(ws-cab-index) to ws-this-title
                   perform write-title-section
               end-if
               perform write-cabinet-section
           end-perform
           if ws-total-cycles = 0
               move spaces to report-line
               write report-line
               move "  No attract cycles logged in these days."
                   to report-line
               write report-line
           end-if
           .

      *> The title's bands over all its cabinets come first, so the
      *> cabinets below can be read against them.
       write-title-section section.
           perform varying ws-band-ix from 1 by 1
                   until ws-band-ix > BAND-COUNT
               move 0 to ws-tb-cycles(ws-band-ix) ws-tb-idle(ws-band-ix)
                         ws-tb-converted(ws-band-ix)
                         ws-tb-practice(ws-band-ix)
           end-perform
           perform varying ws-order-inner from 1 by 1
                   until ws-order-inner > ws-cab-count
               if ws-cab-title(ws-order-inner) = ws-this-title
                   perform varying ws-band-ix from 1 by 1
                           until ws-band-ix > BAND-COUNT
                       add ws-cb-cycles(ws-order-inner ws-band-ix)
                           to ws-tb-cycles(ws-band-ix)
                       add ws-cb-idle(ws-order-inner ws-band-ix)
                           to ws-tb-idle(ws-band-ix)
                       add ws-cb-converted(ws-order-inner ws-band-ix)
                           to ws-tb-converted(ws-band-ix)
                       add ws-cb-practice(ws-order-inner ws-band-ix)
                           to ws-tb-practice(ws-band-ix)
                   end-perform
               end-if
           end-perform

           move spaces to report-line
           write report-line
           move spaces to ws-report-line-out
           string "TITLE " ws-this-title " - all cabinets"
               delimited by size into ws-report-line-out
           end-string
           move ws-report-line-out to report-line
           write report-line
           perform varying ws-band-ix from 1 by 1
                   until ws-band-ix > BAND-COUNT
               if ws-tb-cycles(ws-band-ix) > 0
                   perform name-the-band
                   move ws-tb-cycles(ws-band-ix) to ws-line-cycles
                   move ws-tb-idle(ws-band-ix) to ws-line-idle
                   move ws-tb-converted(ws-band-ix) to ws-line-converted
                   move ws-tb-practice(ws-band-ix) to ws-line-practice
                   perform write-figure-line
               end-if
           end-perform
           .

       write-cabinet-section section.
           move spaces to ws-report-line-out
           string "  CABINET " ws-cab-id(ws-cab-index) " "
                  ws-cab-location(ws-cab-index)
               delimited by size into ws-report-line-out
           end-string
           move ws-report-line-out to report-line
           write report-line
           move 0 to ws-line-cycles ws-line-idle ws-line-converted
                     ws-line-practice
           perform varying ws-band-ix from 1 by 1
                   until ws-band-ix > BAND-COUNT
               if ws-cb-cycles(ws-cab-index ws-band-ix) > 0
                   perform name-the-band
                   move ws-cb-cycles(ws-cab-index ws-band-ix)
                       to ws-line-cycles
                   move ws-cb-idle(ws-cab-index ws-band-ix)
                       to ws-line-idle
                   move ws-cb-converted(ws-cab-index ws-band-ix)
                       to ws-line-converted
                   move ws-cb-practice(ws-cab-index ws-band-ix)
                       to ws-line-practice
                   perform write-figure-line
               end-if
           end-perform
      *> the cabinet's whole day
           move 0 to ws-line-cycles ws-line-idle ws-line-converted
                     ws-line-practice
           perform varying ws-band-ix from 1 by 1
                   until ws-band-ix > BAND-COUNT
               add ws-cb-cycles(ws-cab-index ws-band-ix)
                   to ws-line-cycles
               add ws-cb-idle(ws-cab-index ws-band-ix) to ws-line-idle
               add ws-cb-converted(ws-cab-index ws-band-ix)
                   to ws-line-converted
               add ws-cb-practice(ws-cab-index ws-band-ix)
                   to ws-line-practice
           end-perform
           move "    all day" to ws-line-label
           perform write-figure-line
           .

       name-the-band section.
           compute ws-band-from = (ws-band-ix - 1) * BAND-HOURS
           compute ws-band-to = ws-band-ix * BAND-HOURS
           move spaces to ws-line-label
           string "    " ws-band-from ":00-" ws-band-to ":00"
               delimited by size into ws-line-label
           end-string
           .

       write-figure-line section.
           move 0 to ws-share
           if ws-line-cycles > 0
               compute ws-share rounded
                   = ws-line-converted * 100 / ws-line-cycles
           end-if
           compute ws-hours rounded = ws-line-idle / 3600
           move ws-line-cycles to ws-count-disp
           move ws-hours to ws-hours-disp
           move ws-line-converted to ws-count-disp2
           move ws-share to ws-share-disp
           move ws-line-practice to ws-count-disp3
           move spaces to ws-report-line-out
           move ws-line-label to ws-report-line-out(1:16)
           move ws-count-disp to ws-report-line-out(21:7)
           move ws-hours-disp to ws-report-line-out(29:9)
           move ws-count-disp2 to ws-report-line-out(40:7)
           move ws-share-disp to ws-report-line-out(50:5)
           move ws-count-disp3 to ws-report-line-out(58:7)
           move ws-report-line-out to report-line
           write report-line
           .

       stamp-to-seconds section.
           move 0 to ws-seconds-out
           if ws-h-stamp(1:4) is numeric
               and ws-h-stamp(6:2) is numeric
               and ws-h-stamp(9:2) is numeric
               compute ws-stamp-date =
                   function numval(ws-h-stamp(1:4)) * 10000
                   + function numval(ws-h-stamp(6:2)) * 100
                   + function numval(ws-h-stamp(9:2))
               compute ws-seconds-out =
                   function integer-of-date(ws-stamp-date) * 86400
                   + function numval(ws-h-stamp(12:2)) * 3600
                   + function numval(ws-h-stamp(15:2)) * 60
                   + function numval(ws-h-stamp(18:2))
           end-if
           .

       end program AttractReport.
