      ********************************************************************************************************
      *
      * Copyright (C) Micro Focus 2010-2013.
      * All rights reserved.
      *
      *  This sample code is supplied for demonstration purposes only on an "as is" basis and "is for use at
      *  your own risk".
      *
      ********************************************************************************************************

      *> Monthly cabinet earnings and lemon ranking, for deciding what
      *> stays where on the floor. Every cabinet in cabinets.dat (or the
      *> default one-folder-per-title layout with no registry) gets its
      *> month: paid starts and revenue off its charges.log (CHARGE lines,
      *> credits at the drawer.cfg cash value), downtime off the heartbeat
      *> history HeartbeatRecord keeps in ../Common/heartbeathistory.log
      *> (Down and Maint time, worked out the way UptimeReport does),
      *> repair tickets opened in the month and their downtime hours off
      *> workorders.dat, and its age in months from the install date. Its
      *> in-service hours are the hours of the month it was installed for,
      *> less that downtime. In-service cabinets are ranked by revenue per
      *> in-service hour with location and site beside each; cabinets
      *> marked out of service are listed unranked. The bottom quarter of
      *> the ranking (rounded up) is the bottom band; each month's ranks
      *> are kept in cabinetranking.dat ("yyyymm,cabinet-id,rank,band"
      *> lines, a re-run replacing its month), and a cabinet in the bottom
      *> band this month and last is listed as a relocation or retirement
      *> candidate with the reason against the fleet average: low play
      *> (under half the average paid starts), high downtime (over twice
      *> the average) or high repair count (over twice the average
      *> tickets). Written to cabinetranking.txt; run monthly from a
      *> Games\CabinetOps working directory after MonthlyClose.
       program-id. CabinetRanking as "CabinetRanking".

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
           select charges-log-file
                   assign to ws-charges-path
                   organization is line sequential
                   file status is ws-charges-status.
           select history-file
                   assign to "../Common/heartbeathistory.log"
                   organization is line sequential
                   file status is ws-history-status.
           select orders-file
                   assign to "workorders.dat"
                   organization is line sequential
                   file status is ws-orders-status.
           select drawer-config-file
                   assign to "drawer.cfg"
                   organization is line sequential
                   file status is ws-config-status.
           select ranking-file
                   assign to ws-ranking-name
                   organization is line sequential
                   file status is ws-ranking-status.
           select ranking-temp-file
                   assign to ws-ranking-temp-name
                   organization is line sequential
                   file status is ws-temp-status.
           select report-file assign to "cabinetranking.txt"
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

       fd charges-log-file record contains 120 characters.
       01 charges-line      pic x(120).

       fd history-file record contains 80 characters.
       01 hist-line         pic x(80).

       fd orders-file record contains 250 characters.
       01 wo-line           pic x(250).

       fd drawer-config-file record contains 20 characters.
       01 dc-line           pic x(20).

       fd ranking-file record contains 40 characters.
       01 rk-line           pic x(40).

       fd ranking-temp-file record contains 40 characters.
       01 rt-line           pic x(40).

       fd report-file record contains 132 characters.
       01 report-line       pic x(132).

       working-storage section.
       01 ws-cabinet-status     pic xx.
       01 ws-charges-status     pic xx.
       01 ws-history-status     pic xx.
       01 ws-orders-status      pic xx.
       01 ws-config-status      pic xx.
       01 ws-ranking-status     pic xx.
       01 ws-temp-status        pic xx.
       01 ws-eof                pic x value "F".
       01 ws-ranking-name       pic x(30)
                                value "cabinetranking.dat".
       01 ws-ranking-temp-name  pic x(30)
                                value "cabinetranking.tmp".
       01 ws-rename-rc          pic s9(9) comp-5.

      *> Cash value of one credit, in cents.
       01 ws-credit-cents       pic 9(5) value 100.

      *> The month being ranked and the one before it.
       01 ws-rank-month         pic x(6).
       01 ws-prior-month        pic 9(6).
       01 ws-month-dash         pic x(7).
       01 ws-year-part          pic 9(4).
       01 ws-month-part         pic 9(2).
       01 ws-work-date          pic 9(8).
       01 ws-month-start        pic 9(12).
       01 ws-month-end          pic 9(12).
       01 ws-now-total-seconds  pic 9(12).
       01 ws-month-index        pic 9(6).

      *> Every registered cabinet and its month.
       01 ws-cab-count          pic 9(3) value 0.
       01 ws-cab-table.
           03 ws-cab-entry occurs 50.
               05 ws-cab-id          pic x(8).
               05 ws-cab-title       pic x(16).
               05 ws-cab-location    pic x(20).
               05 ws-cab-directory   pic x(64).
               05 ws-cab-in-service  pic x.
               05 ws-cab-install     pic x(8).
               05 ws-cab-site        pic x(4).
               05 ws-cab-starts      pic 9(7).
               05 ws-cab-credits     pic 9(9).
               05 ws-cab-cents       pic 9(11).
               05 ws-cab-window      pic 9(9).
               05 ws-cab-down        pic 9(9).
               05 ws-cab-service     pic 9(9).
               05 ws-cab-tickets     pic 9(4).
               05 ws-cab-repair-mins pic 9(7).
               05 ws-cab-age         pic 9(4).
               05 ws-cab-has-age     pic x.
               05 ws-cab-per-hour    pic 9(9)v99.
               05 ws-cab-rank        pic 9(3).
               05 ws-cab-bottom      pic x.
               05 ws-cab-was-bottom  pic x.
       01 ws-cab-index          pic 9(3).

      *> The ranking, as cabinet table subscripts best first.
       01 ws-rank-count         pic 9(3) value 0.
       01 ws-rank-table.
           03 ws-rank-cab occurs 50 pic 9(3).
       01 ws-rank-index         pic 9(3).
       01 ws-rank-inner         pic 9(3).
       01 ws-rank-swap          pic 9(3).
       01 ws-band-size          pic 9(3).
       01 ws-band-start         pic 9(3).

      *> Fleet averages over the ranked cabinets.
       01 ws-total-starts       pic 9(9).
       01 ws-total-down         pic 9(11).
       01 ws-total-tickets      pic 9(7).
       01 ws-avg-starts         pic 9(7)v99.
       01 ws-avg-down           pic 9(9)v99.
       01 ws-avg-tickets        pic 9(5)v99.

      *> The heartbeat transitions, loaded in file (time) order.
       01 ws-tr-count           pic 9(4) value 0.
       01 ws-tr-table.
           03 ws-tr-entry occurs 5000.
               05 ws-tr-seconds      pic 9(12).
               05 ws-tr-id           pic x(16).
               05 ws-tr-new          pic x(12).
       01 ws-tr-index           pic 9(4).
       01 ws-h-stamp            pic x(19).
       01 ws-h-id               pic x(16).
       01 ws-h-title            pic x(16).
       01 ws-h-old              pic x(12).
       01 ws-h-new              pic x(12).
       01 ws-state              pic x(12).
       01 ws-state-start        pic 9(12).
       01 ws-interval-end       pic 9(12).
       01 ws-window-start       pic 9(12).
       01 ws-window-end         pic 9(12).
       01 ws-overlap-start      pic 9(12).
       01 ws-overlap-end        pic 9(12).
       01 ws-stamp-date         pic 9(8).
       01 ws-seconds-out        pic 9(12).

      *> Parsed charge and ticket fields.
       01 ws-f-stamp            pic x(19).
       01 ws-f-event            pic x(8).
       01 ws-f-title            pic x(16).
       01 ws-f-price            pic x(5).
       01 ws-f-balance          pic x(8).
       01 ws-f-source           pic x(8).
       01 ws-price              pic 9(5).
       01 ws-charges-path       pic x(80).
       01 ws-t-id               pic x(6).
       01 ws-t-cabinet          pic x(8).
       01 ws-t-opened           pic x(19).
       01 ws-t-status           pic x(6).
       01 ws-t-closed           pic x(19).
       01 ws-t-downtime         pic x(6).

      *> Ranking history lines.
       01 ws-r-month            pic x(6).
       01 ws-r-id               pic x(8).
       01 ws-r-rank             pic x(3).
       01 ws-r-band             pic x.
       01 ws-out-line           pic x(40).

       01 ws-candidates         pic 9(3) value 0.
       01 ws-reasons            pic x(60).
       01 ws-reasons-was        pic x(60).
       01 ws-money-amount       pic 9(9)v99.
       01 ws-money-disp         pic zzz,zzz,zz9.99.
       01 ws-rate-disp          pic zz,zz9.99.
       01 ws-hours              pic 9(5)v9.
       01 ws-hours-disp         pic zzzz9.9.
       01 ws-down-disp          pic zzzz9.9.
       01 ws-repair-disp        pic zzz9.9.
       01 ws-starts-disp        pic zzz,zz9.
       01 ws-tickets-disp       pic zz9.
       01 ws-age-disp           pic zzz9.
       01 ws-rank-disp          pic zz9.
       01 ws-report-line-out    pic x(132).

       procedure division.
       main-line section.
           display "Month to rank (yyyymm, ENTER for last month): "
               with no advancing
           accept ws-rank-month
           if ws-rank-month = spaces
               move function current-date(1:4) to ws-year-part
               move function current-date(5:2) to ws-month-part
               if ws-month-part = 1
                   compute ws-month-index = (ws-year-part - 1) * 100
                       + 12
               else
                   compute ws-month-index = ws-year-part * 100
                       + ws-month-part - 1
               end-if
               move ws-month-index to ws-rank-month
           end-if
           move ws-rank-month(1:4) to ws-year-part
           move ws-rank-month(5:2) to ws-month-part
           if ws-month-part = 1
               compute ws-prior-month = (ws-year-part - 1) * 100 + 12
           else
               compute ws-prior-month
                   = ws-year-part * 100 + ws-month-part - 1
           end-if
           string ws-rank-month(1:4) "-" ws-rank-month(5:2)
               delimited by size into ws-month-dash
           end-string
           perform compute-month-window

           perform load-credit-value
           perform load-cabinet-registry
           perform load-transitions
           perform varying ws-cab-index from 1 by 1
                   until ws-cab-index > ws-cab-count
               perform sweep-cabinet-charges
               perform total-cabinet-downtime
               perform compute-cabinet-age
           end-perform
           perform sweep-work-orders
           perform rank-cabinets
           perform update-ranking-history

           open output report-file
           perform write-ranking
           perform write-candidates
           close report-file
           display "Ranking written to cabinetranking.txt ("
                   ws-candidates " candidate(s) to move or retire)"
           stop run
           .

      *> The month runs from midnight on its first to midnight on the
      *> first of the next, cut off at "now" for the month in progress.
       compute-month-window section.
           compute ws-work-date = ws-year-part * 10000
               + ws-month-part * 100 + 1
           compute ws-month-start =
               function integer-of-date(ws-work-date) * 86400
           if ws-month-part = 12
               compute ws-work-date = (ws-year-part + 1) * 10000
                   + 101
           else
               compute ws-work-date = ws-year-part * 10000
                   + (ws-month-part + 1) * 100 + 1
           end-if
           compute ws-month-end =
               function integer-of-date(ws-work-date) * 86400
           compute ws-now-total-seconds =
               function integer-of-date(
                   function numval(function current-date(1:8))) * 86400
               + function numval(function current-date(9:2)) * 3600
               + function numval(function current-date(11:2)) * 60
               + function numval(function current-date(13:2))
           if ws-now-total-seconds < ws-month-end
               move ws-now-total-seconds to ws-month-end
           end-if
           if ws-month-end < ws-month-start
               move ws-month-start to ws-month-end
           end-if
           .

      *> drawer.cfg's first line: the cash value of one credit in cents.
       load-credit-value section.
           open input drawer-config-file
           if ws-config-status not = "00"
               exit section
           end-if
           read drawer-config-file
               not at end
                   if dc-line not = spaces
                       and function numval(dc-line) > 0
                       compute ws-credit-cents
                           = function numval(dc-line)
                   end-if
           end-read
           close drawer-config-file
           .

      *> Every registered cabinet, in service or not: an out-of-service
      *> cabinet still takes floor space and is listed, just not ranked.
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
               move spaces to cb-location cb-install-date cb-site
               move "Y" to cb-in-service
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
           move cb-in-service to ws-cab-in-service(ws-cab-count)
           move cb-install-date to ws-cab-install(ws-cab-count)
           if cb-site = spaces
               move "MAIN" to ws-cab-site(ws-cab-count)
           else
               move cb-site to ws-cab-site(ws-cab-count)
           end-if
           move 0 to ws-cab-starts(ws-cab-count)
                     ws-cab-credits(ws-cab-count)
                     ws-cab-cents(ws-cab-count)
                     ws-cab-window(ws-cab-count)
                     ws-cab-down(ws-cab-count)
                     ws-cab-service(ws-cab-count)
                     ws-cab-tickets(ws-cab-count)
                     ws-cab-repair-mins(ws-cab-count)
                     ws-cab-age(ws-cab-count)
                     ws-cab-per-hour(ws-cab-count)
                     ws-cab-rank(ws-cab-count)
           move "N" to ws-cab-has-age(ws-cab-count)
                       ws-cab-bottom(ws-cab-count)
                       ws-cab-was-bottom(ws-cab-count)
           .

       load-transitions section.
           open input history-file
           if ws-history-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read history-file
                   at end move "T" to ws-eof
                   not at end
                       move spaces to ws-h-stamp ws-h-id ws-h-title
                                      ws-h-old ws-h-new
                       unstring hist-line delimited by ","
                           into ws-h-stamp ws-h-id ws-h-title ws-h-old
                                ws-h-new
                       if ws-h-id not = spaces and ws-tr-count < 5000
                           perform stamp-to-seconds
                           add 1 to ws-tr-count
                           move ws-seconds-out
                               to ws-tr-seconds(ws-tr-count)
                           move ws-h-id to ws-tr-id(ws-tr-count)
                           move ws-h-new to ws-tr-new(ws-tr-count)
                       end-if
               end-read
           end-perform
           close history-file
           .

      *> Paid starts are the month's CHARGE lines, whoever paid -- the
      *> cabinet's own credits or a player's wallet.
       sweep-cabinet-charges section.
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
                       move spaces to ws-f-source
                       unstring charges-line delimited by ","
                           into ws-f-stamp ws-f-event ws-f-title
                                ws-f-price ws-f-balance ws-f-source
                       if ws-f-stamp(1:7) = ws-month-dash
                           and ws-f-event = "CHARGE"
                           and ws-f-price not = spaces
                           move function numval(ws-f-price) to ws-price
                           add 1 to ws-cab-starts(ws-cab-index)
                           add ws-price to ws-cab-credits(ws-cab-index)
                       end-if
               end-read
           end-perform
           close charges-log-file
           compute ws-cab-cents(ws-cab-index)
               = ws-cab-credits(ws-cab-index) * ws-credit-cents
           .

      *> The cabinet's share of the month starts at its install date, if
      *> that falls inside the month. Down and Maint intervals are walked
      *> as UptimeReport walks them -- each runs from one transition to
      *> the next, the last to "now" -- and only the part inside that
      *> share counts.
       total-cabinet-downtime section.
           move ws-month-start to ws-window-start
           move ws-month-end to ws-window-end
           if ws-cab-install(ws-cab-index) is numeric
               and ws-cab-install(ws-cab-index) > "19000101"
               move ws-cab-install(ws-cab-index) to ws-work-date
               compute ws-seconds-out =
                   function integer-of-date(ws-work-date) * 86400
               if ws-seconds-out > ws-window-start
                   move ws-seconds-out to ws-window-start
               end-if
           end-if
           if ws-window-start >= ws-window-end
               exit section
           end-if
           compute ws-cab-window(ws-cab-index)
               = ws-window-end - ws-window-start

           move spaces to ws-state
           move 0 to ws-state-start
           perform varying ws-tr-index from 1 by 1
                   until ws-tr-index > ws-tr-count
               if ws-tr-id(ws-tr-index) = ws-cab-id(ws-cab-index)
                   if ws-state not = spaces
                       move ws-tr-seconds(ws-tr-index)
                           to ws-interval-end
                       perform credit-down-interval
                   end-if
                   move ws-tr-new(ws-tr-index) to ws-state
                   move ws-tr-seconds(ws-tr-index) to ws-state-start
               end-if
           end-perform
      *> the state the cabinet is still in runs to "now"
           if ws-state not = spaces
               move ws-now-total-seconds to ws-interval-end
               perform credit-down-interval
           end-if

           if ws-cab-down(ws-cab-index) > ws-cab-window(ws-cab-index)
               move ws-cab-window(ws-cab-index)
                   to ws-cab-down(ws-cab-index)
           end-if
           compute ws-cab-service(ws-cab-index)
               = ws-cab-window(ws-cab-index) - ws-cab-down(ws-cab-index)
           if ws-cab-service(ws-cab-index) > 0
               compute ws-cab-per-hour(ws-cab-index) rounded
                   = ws-cab-cents(ws-cab-index) * 3600
                     / ws-cab-service(ws-cab-index)
           end-if
           .

       credit-down-interval section.
           if ws-state not = "Down" and ws-state not = "Maint"
               exit section
           end-if
           move ws-state-start to ws-overlap-start
           if ws-window-start > ws-overlap-start
               move ws-window-start to ws-overlap-start
           end-if
           move ws-interval-end to ws-overlap-end
           if ws-window-end < ws-overlap-end
               move ws-window-end to ws-overlap-end
           end-if
           if ws-overlap-end > ws-overlap-start
               compute ws-cab-down(ws-cab-index)
                   = ws-cab-down(ws-cab-index)
                     + ws-overlap-end - ws-overlap-start
           end-if
           .

      *> Age in whole months from the install month to the month ranked.
       compute-cabinet-age section.
           if ws-cab-install(ws-cab-index) is not numeric
               or ws-cab-install(ws-cab-index) <= "19000101"
               exit section
           end-if
           if ws-cab-install(ws-cab-index)(1:6) > ws-rank-month
               exit section
           end-if
           compute ws-cab-age(ws-cab-index)
               = (ws-year-part * 12 + ws-month-part)
               - (function numval(ws-cab-install(ws-cab-index)(1:4))
                      * 12
                  + function numval(ws-cab-install(ws-cab-index)(5:2)))
           move "Y" to ws-cab-has-age(ws-cab-index)
           .

      *> Tickets opened in the month, whatever their state now; a closed
      *> ticket's downtime minutes are its repair time.
       sweep-work-orders section.
           open input orders-file
           if ws-orders-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read orders-file
                   at end move "T" to ws-eof
                   not at end
                       move spaces to ws-t-id ws-t-cabinet ws-t-opened
                                      ws-t-status ws-t-closed
                                      ws-t-downtime
                       unstring wo-line delimited by "|"
                           into ws-t-id ws-t-cabinet ws-t-opened
                                ws-t-status ws-t-closed ws-t-downtime
                       if ws-t-opened(1:7) = ws-month-dash
                           perform count-one-ticket
                       end-if
               end-read
           end-perform
           close orders-file
           .

       count-one-ticket section.
           perform varying ws-cab-index from 1 by 1
                   until ws-cab-index > ws-cab-count
               if ws-cab-id(ws-cab-index) = ws-t-cabinet
                   add 1 to ws-cab-tickets(ws-cab-index)
                   if ws-t-downtime not = spaces
                       and function numval(ws-t-downtime) > 0
                       add function numval(ws-t-downtime)
                           to ws-cab-repair-mins(ws-cab-index)
                   end-if
                   exit section
               end-if
           end-perform
           .

      *> In-service cabinets that were on the floor in the month, best
      *> revenue per in-service hour first (a straight exchange sort --
      *> the table is never longer than the registry). The bottom band
      *> is the last quarter of the list, rounded up; a floor of one
      *> cabinet has no band.
       rank-cabinets section.
           move 0 to ws-rank-count
           perform varying ws-cab-index from 1 by 1
                   until ws-cab-index > ws-cab-count
               if ws-cab-in-service(ws-cab-index) = "Y"
                   and ws-cab-window(ws-cab-index) > 0
                   add 1 to ws-rank-count
                   move ws-cab-index to ws-rank-cab(ws-rank-count)
               end-if
           end-perform
           perform varying ws-rank-index from 1 by 1
                   until ws-rank-index >= ws-rank-count
               perform varying ws-rank-inner from ws-rank-index by 1
                       until ws-rank-inner > ws-rank-count
                   if ws-cab-per-hour(ws-rank-cab(ws-rank-inner))
                       > ws-cab-per-hour(ws-rank-cab(ws-rank-index))
                       move ws-rank-cab(ws-rank-index) to ws-rank-swap
                       move ws-rank-cab(ws-rank-inner)
                           to ws-rank-cab(ws-rank-index)
                       move ws-rank-swap to ws-rank-cab(ws-rank-inner)
                   end-if
               end-perform
           end-perform

           move 0 to ws-band-size
           if ws-rank-count > 1
               compute ws-band-size = (ws-rank-count + 3) / 4
           end-if
           compute ws-band-start = ws-rank-count - ws-band-size + 1

           move 0 to ws-total-starts ws-total-down ws-total-tickets
           perform varying ws-rank-index from 1 by 1
                   until ws-rank-index > ws-rank-count
               move ws-rank-cab(ws-rank-index) to ws-cab-index
               move ws-rank-index to ws-cab-rank(ws-cab-index)
               if ws-band-size > 0
                   and ws-rank-index >= ws-band-start
                   move "Y" to ws-cab-bottom(ws-cab-index)
               end-if
               add ws-cab-starts(ws-cab-index) to ws-total-starts
               add ws-cab-down(ws-cab-index) to ws-total-down
               add ws-cab-tickets(ws-cab-index) to ws-total-tickets
           end-perform
           move 0 to ws-avg-starts ws-avg-down ws-avg-tickets
           if ws-rank-count > 0
               compute ws-avg-starts rounded
                   = ws-total-starts / ws-rank-count
               compute ws-avg-down rounded
                   = ws-total-down / ws-rank-count
               compute ws-avg-tickets rounded
                   = ws-total-tickets / ws-rank-count
           end-if
           .

      *> Last month's bottom band comes out of the history as it is
      *> copied to the temp file; any earlier run of this month is left
      *> behind and this month's ranks are written in its place.
       update-ranking-history section.
           open output ranking-temp-file
           if ws-temp-status not = "00"
               display "Cannot rewrite cabinetranking.dat."
               exit section
           end-if
           open input ranking-file
           if ws-ranking-status = "00"
               move "F" to ws-eof
               perform until ws-eof = "T"
                   read ranking-file
                       at end move "T" to ws-eof
                       not at end
                           perform copy-one-history-line
                   end-read
               end-perform
               close ranking-file
           end-if
           perform varying ws-rank-index from 1 by 1
                   until ws-rank-index > ws-rank-count
               move ws-rank-cab(ws-rank-index) to ws-cab-index
               move spaces to ws-out-line
               string ws-rank-month "," delimited by size
                      ws-cab-id(ws-cab-index) delimited by space
                      "," ws-cab-rank(ws-cab-index) ","
                      ws-cab-bottom(ws-cab-index)
                   delimited by size into ws-out-line
               end-string
               move ws-out-line to rt-line
               write rt-line
           end-perform
           close ranking-temp-file
           call "CBL_DELETE_FILE" using ws-ranking-name
               returning ws-rename-rc
           call "CBL_RENAME_FILE" using ws-ranking-temp-name
                                        ws-ranking-name
               returning ws-rename-rc
           .

       copy-one-history-line section.
           move spaces to ws-r-month ws-r-id ws-r-rank ws-r-band
           unstring rk-line delimited by ","
               into ws-r-month ws-r-id ws-r-rank ws-r-band
           if ws-r-month = ws-rank-month
               exit section
           end-if
           move rk-line to rt-line
           write rt-line
           if ws-r-month not = ws-prior-month or ws-r-band not = "Y"
               exit section
           end-if
           perform varying ws-cab-index from 1 by 1
                   until ws-cab-index > ws-cab-count
               if ws-cab-id(ws-cab-index) = ws-r-id
                   move "Y" to ws-cab-was-bottom(ws-cab-index)
                   exit section
               end-if
           end-perform
           .

       write-ranking section.
           move spaces to ws-report-line-out
           string "CABINET EARNINGS RANKING - " ws-month-dash
                  "  (revenue per in-service hour)"
               delimited by size into ws-report-line-out
           end-string
           move ws-report-line-out to report-line
           write report-line
           move spaces to report-line
           write report-line
           move spaces to ws-report-line-out
           string "RNK CABINET  TITLE            LOCATION             "
                  "SITE  STARTS        REVENUE  PER HOUR  IN-SVC H"
                  "  DOWN H TKT REPAIR  AGE"
               delimited by size into ws-report-line-out
           end-string
           move ws-report-line-out to report-line
           write report-line

           perform varying ws-rank-index from 1 by 1
                   until ws-rank-index > ws-rank-count
               move ws-rank-cab(ws-rank-index) to ws-cab-index
               perform write-cabinet-line
           end-perform
           if ws-band-size > 0
               move spaces to ws-report-line-out
               string "  (* bottom band: the last " ws-band-size
                      " of " ws-rank-count " ranked)"
                   delimited by size into ws-report-line-out
               end-string
               move ws-report-line-out to report-line
               write report-line
           end-if

           move spaces to report-line
           write report-line
           move "NOT RANKED (out of service or not on the floor)"
               to report-line
           write report-line
           perform varying ws-cab-index from 1 by 1
                   until ws-cab-index > ws-cab-count
               if ws-cab-rank(ws-cab-index) = 0
                   perform write-cabinet-line
               end-if
           end-perform
           .

       write-cabinet-line section.
           move spaces to ws-report-line-out
           if ws-cab-rank(ws-cab-index) = 0
               move "  -" to ws-report-line-out(1:3)
           else
               move ws-cab-rank(ws-cab-index) to ws-rank-disp
               move ws-rank-disp to ws-report-line-out(1:3)
           end-if
           move ws-cab-id(ws-cab-index) to ws-report-line-out(5:8)
           move ws-cab-title(ws-cab-index) to ws-report-line-out(14:16)
           move ws-cab-location(ws-cab-index)
               to ws-report-line-out(31:20)
           move ws-cab-site(ws-cab-index) to ws-report-line-out(52:4)
           move ws-cab-starts(ws-cab-index) to ws-starts-disp
           move ws-starts-disp to ws-report-line-out(57:7)
           compute ws-money-amount = ws-cab-cents(ws-cab-index) / 100
           move ws-money-amount to ws-money-disp
           move ws-money-disp to ws-report-line-out(65:14)
           compute ws-money-amount
               = ws-cab-per-hour(ws-cab-index) / 100
           move ws-money-amount to ws-rate-disp
           move ws-rate-disp to ws-report-line-out(80:9)
           compute ws-hours rounded
               = ws-cab-service(ws-cab-index) / 3600
           move ws-hours to ws-hours-disp
           move ws-hours-disp to ws-report-line-out(90:7)
           compute ws-hours rounded
               = ws-cab-down(ws-cab-index) / 3600
           move ws-hours to ws-down-disp
           move ws-down-disp to ws-report-line-out(98:7)
           move ws-cab-tickets(ws-cab-index) to ws-tickets-disp
           move ws-tickets-disp to ws-report-line-out(106:3)
           compute ws-hours rounded
               = ws-cab-repair-mins(ws-cab-index) / 60
           move ws-hours to ws-repair-disp
           move ws-repair-disp to ws-report-line-out(110:6)
           if ws-cab-has-age(ws-cab-index) = "Y"
               move ws-cab-age(ws-cab-index) to ws-age-disp
               move ws-age-disp to ws-report-line-out(117:4)
               move "mo" to ws-report-line-out(121:2)
           else
               move " n/a" to ws-report-line-out(117:4)
           end-if
           if ws-cab-bottom(ws-cab-index) = "Y"
               move "*" to ws-report-line-out(124:1)
           end-if
           move ws-report-line-out to report-line
           write report-line
           .

      *> Two months running in the bottom band. The reason is measured
      *> against the ranked fleet's average; a cabinet that is up and
      *> fixed as often as the rest but still earns least is low play.
       write-candidates section.
           move spaces to report-line
           write report-line
           move spaces to ws-report-line-out
           string "RELOCATION / RETIREMENT CANDIDATES - bottom band in "
                  ws-prior-month " and " ws-rank-month
               delimited by size into ws-report-line-out
           end-string
           move ws-report-line-out to report-line
           write report-line
           perform varying ws-rank-index from 1 by 1
                   until ws-rank-index > ws-rank-count
               move ws-rank-cab(ws-rank-index) to ws-cab-index
               if ws-cab-bottom(ws-cab-index) = "Y"
                   and ws-cab-was-bottom(ws-cab-index) = "Y"
                   perform write-one-candidate
               end-if
           end-perform
           if ws-candidates = 0
               move "  None." to report-line
               write report-line
           end-if
           .

       write-one-candidate section.
           add 1 to ws-candidates
           move spaces to ws-reasons
           if ws-cab-starts(ws-cab-index) * 2 < ws-avg-starts
               move "low play" to ws-reasons
           end-if
           if ws-cab-down(ws-cab-index) > ws-avg-down * 2
               move ws-reasons to ws-reasons-was
               move spaces to ws-reasons
               string ws-reasons-was delimited by "  "
                      ", high downtime" delimited by size
                   into ws-reasons
               end-string
           end-if
           if ws-cab-tickets(ws-cab-index) > ws-avg-tickets * 2
               move ws-reasons to ws-reasons-was
               move spaces to ws-reasons
               string ws-reasons-was delimited by "  "
                      ", high repair count" delimited by size
                   into ws-reasons
               end-string
           end-if
           if ws-reasons = spaces
               move "low play" to ws-reasons
           end-if
           if ws-reasons(1:2) = ", "
               move ws-reasons(3:58) to ws-reasons-was
               move ws-reasons-was to ws-reasons
           end-if
           move ws-cab-rank(ws-cab-index) to ws-rank-disp
           move spaces to ws-report-line-out
           string "  " ws-cab-id(ws-cab-index) " "
                  ws-cab-title(ws-cab-index) " "
                  ws-cab-location(ws-cab-index) " "
                  ws-cab-site(ws-cab-index)
                  "  rank " ws-rank-disp
                  " - " delimited by size
                  ws-reasons delimited by "  "
               into ws-report-line-out
           end-string
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

       end program CabinetRanking.
