      ********************************************************************************************************
      *
      * Copyright (C) Micro Focus 2010-2013.
      * All rights reserved.
      *
      *  This sample code is supplied for demonstration purposes only on an "as is" basis and "is for use at
      *  your own risk".
      *
      ********************************************************************************************************

      *> Price-band effectiveness: did each change to the price schedule
      *> earn its keep? Every add, change and removal PriceScheduleEditor
      *> journaled to ../Common/pricehistory.log is measured on the band it
      *> touched -- its title, its day (or every day for ALL) and its
      *> hours -- over the weeks before the change and the same number of
      *> weeks after it (ENTER takes four). The change day itself belongs
      *> to neither side, and the after side only counts whole days up to
      *> yesterday. Paid starts and their credits come off every
      *> cabinet's charges.log (CHARGE lines whose title, weekday and
      *> time of day fall in the band, cash at the drawer.cfg credit
      *> value); open hours are the band's hours on each matching day of
      *> the window, so both sides are compared per open hour -- starts
      *> per hour and revenue per hour -- and each change closes with a
      *> plain verdict: plays up or down by so much, revenue by so much an
      *> hour. Written to pricebandreport.txt; run from a Games\CabinetOps
      *> working directory.
       program-id. PriceBandReport as "PriceBandReport".

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
           select price-history-file
                   assign to "../Common/pricehistory.log"
                   organization is line sequential
                   file status is ws-history-status.
           select drawer-config-file
                   assign to "drawer.cfg"
                   organization is line sequential
                   file status is ws-config-status.
           select report-file assign to "pricebandreport.txt"
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

       fd price-history-file record contains 160 characters.
       01 ph-line           pic x(160).

       fd drawer-config-file record contains 20 characters.
       01 dc-line           pic x(20).

       fd report-file record contains 132 characters.
       01 report-line       pic x(132).

       working-storage section.
       01 ws-cabinet-status     pic xx.
       01 ws-charges-status     pic xx.
       01 ws-history-status     pic xx.
       01 ws-config-status      pic xx.
       01 ws-eof                pic x value "F".

      *> Cash value of one credit, in cents.
       01 ws-credit-cents       pic 9(5) value 100.

      *> Weeks either side of a change, and the days they span.
       01 ws-weeks-text         pic x(2).
       01 ws-weeks              pic 9(2) value 4.
       01 ws-window-days        pic 9(3).
       01 ws-today-integer      pic 9(7).
       01 ws-yesterday-integer  pic 9(7).

      *> The cabinet folders whose charges.log is swept.
       01 ws-cab-count          pic 9(3) value 0.
       01 ws-cab-table.
           03 ws-cab-directory occurs 50 pic x(64).
       01 ws-cab-index          pic 9(3).

      *> Every journaled change and what each side of it earned.
       01 ws-ev-count           pic 9(3) value 0.
       01 ws-ev-table.
           03 ws-ev-entry occurs 200.
               05 ws-ev-stamp        pic x(19).
               05 ws-ev-operator     pic x(3).
               05 ws-ev-action       pic x(6).
               05 ws-ev-before       pic x(60).
               05 ws-ev-after        pic x(60).
               05 ws-ev-title        pic x(16).
               05 ws-ev-day          pic x(3).
               05 ws-ev-start        pic x(5).
               05 ws-ev-end          pic x(5).
               05 ws-ev-date         pic 9(7).
               05 ws-ev-minutes      pic 9(4).
               05 ws-ev-after-last   pic 9(7).
               05 ws-ev-before-days  pic 9(3).
               05 ws-ev-after-days   pic 9(3).
               05 ws-ev-before-starts  pic 9(7).
               05 ws-ev-after-starts   pic 9(7).
               05 ws-ev-before-credits pic 9(9).
               05 ws-ev-after-credits  pic 9(9).
       01 ws-ev-index           pic 9(3).

      *> Parsed history and band fields.
       01 ws-p-stamp            pic x(19).
       01 ws-p-operator         pic x(3).
       01 ws-p-action           pic x(6).
       01 ws-p-before           pic x(60).
       01 ws-p-after            pic x(60).
       01 ws-p-band             pic x(60).
       01 ws-s-title            pic x(16).
       01 ws-s-day              pic x(3).
       01 ws-s-start            pic x(5).
       01 ws-s-end              pic x(5).
       01 ws-s-price            pic x(2).

      *> Parsed charge fields.
       01 ws-f-stamp            pic x(19).
       01 ws-f-event            pic x(8).
       01 ws-f-title            pic x(16).
       01 ws-f-price            pic x(5).
       01 ws-f-balance          pic x(8).
       01 ws-f-source           pic x(8).
       01 ws-price              pic 9(5).
       01 ws-charges-path       pic x(80).
       01 ws-charge-date        pic 9(7).
       01 ws-charge-time        pic x(5).

      *> Day-of-week arithmetic.
       01 ws-stamp-date         pic 9(8).
       01 ws-day-integer        pic 9(7).
       01 ws-day-number         pic 9.
       01 ws-day-name           pic x(3).
       01 ws-first-day          pic 9(7).
       01 ws-last-day           pic 9(7).
       01 ws-day-count          pic 9(3).

      *> Per-hour figures and the verdict.
       01 ws-before-hours       pic 9(7)v99.
       01 ws-after-hours        pic 9(7)v99.
       01 ws-before-rate        pic 9(5)v99.
       01 ws-after-rate         pic 9(5)v99.
       01 ws-before-cents-hour  pic 9(9)v99.
       01 ws-after-cents-hour   pic 9(9)v99.
       01 ws-rate-change        pic s9(7)v9.
       01 ws-cents-change       pic s9(9)v99.
       01 ws-revenue-change     pic s9(7)v9.
       01 ws-plays-verdict      pic x(40).
       01 ws-revenue-verdict    pic x(60).
       01 ws-direction          pic x(6).
       01 ws-pct-disp           pic zzzz9.9.
       01 ws-figure-text        pic x(14).
       01 ws-figure-lead        pic 9(2).
       01 ws-pct-short          pic x(14).
       01 ws-cash-short         pic x(14).
       01 ws-judged             pic 9(3) value 0.

       01 ws-money-amount       pic 9(9)v99.
       01 ws-money-disp         pic zzz,zzz,zz9.99.
       01 ws-rate-disp          pic zz,zz9.99.
       01 ws-starts-rate-disp   pic zzz9.99.
       01 ws-hours-disp         pic zzzz9.9.
       01 ws-starts-disp        pic zzz,zz9.
       01 ws-days-disp          pic zz9.
       01 ws-report-line-out    pic x(132).

       procedure division.
       main-line section.
           display "Weeks either side of each change (ENTER for 4): "
               with no advancing
           accept ws-weeks-text
           if ws-weeks-text not = spaces
               and function numval(ws-weeks-text) > 0
               compute ws-weeks = function numval(ws-weeks-text)
           end-if
           compute ws-window-days = ws-weeks * 7
           compute ws-today-integer = function integer-of-date(
               function numval(function current-date(1:8)))
           compute ws-yesterday-integer = ws-today-integer - 1

           perform load-credit-value
           perform load-cabinet-folders
           perform load-price-history
           perform varying ws-cab-index from 1 by 1
                   until ws-cab-index > ws-cab-count
               perform sweep-cabinet-charges
           end-perform

           open output report-file
           perform write-report-heading
           perform varying ws-ev-index from 1 by 1
                   until ws-ev-index > ws-ev-count
               perform write-one-change
           end-perform
           if ws-ev-count = 0
               move "  No price changes on record." to report-line
               write report-line
           end-if
           close report-file
           display "Price-band report written to pricebandreport.txt ("
                   ws-ev-count " change(s), " ws-judged " judged)"
           stop run
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

      *> Every registered cabinet's folder, in service or not -- a band
      *> is judged on whatever the floor actually took -- or the default
      *> one folder per title when there's no registry.
       load-cabinet-folders section.
           open input cabinet-file
           if ws-cabinet-status = "00"
               move "F" to ws-eof
               perform until ws-eof = "T"
                   read cabinet-file next record
                       at end move "T" to ws-eof
                       not at end
                           if ws-cab-count < 50
                               add 1 to ws-cab-count
                               move cb-directory
                                   to ws-cab-directory(ws-cab-count)
                           end-if
                   end-read
               end-perform
               close cabinet-file
           end-if
           if ws-cab-count = 0
               move "../CobolBlitz" to ws-cab-directory(1)
               move "../CobolMineSweeper" to ws-cab-directory(2)
               move "../CobolDoKu" to ws-cab-directory(3)
               move "../CobolSnake" to ws-cab-directory(4)
               move "../CobolTicTacToe" to ws-cab-directory(5)
               move 5 to ws-cab-count
           end-if
           .

      *> The band a change is judged on is the one now in force; for a
      *> removal, the one that went.
       load-price-history section.
           open input price-history-file
           if ws-history-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read price-history-file
                   at end move "T" to ws-eof
                   not at end
                       move spaces to ws-p-stamp ws-p-operator
                                      ws-p-action ws-p-before
                                      ws-p-after
                       unstring ph-line delimited by "|"
                           into ws-p-stamp ws-p-operator ws-p-action
                                ws-p-before ws-p-after
                       if ws-p-stamp(1:4) is numeric
                           and ws-p-stamp(6:2) is numeric
                           and ws-p-stamp(9:2) is numeric
                           and ws-ev-count < 200
                           perform keep-one-change
                       end-if
               end-read
           end-perform
           close price-history-file
           .

       keep-one-change section.
           if ws-p-action = "REMOVE"
               move ws-p-before to ws-p-band
           else
               move ws-p-after to ws-p-band
           end-if
           move spaces to ws-s-title ws-s-day ws-s-start ws-s-end
                          ws-s-price
           unstring ws-p-band delimited by ","
               into ws-s-title ws-s-day ws-s-start ws-s-end ws-s-price
           if ws-s-start(1:2) is not numeric
               or ws-s-start(4:2) is not numeric
               or ws-s-end(1:2) is not numeric
               or ws-s-end(4:2) is not numeric
               or ws-s-end < ws-s-start
               exit section
           end-if

           add 1 to ws-ev-count
           move ws-p-stamp to ws-ev-stamp(ws-ev-count)
           move ws-p-operator to ws-ev-operator(ws-ev-count)
           move ws-p-action to ws-ev-action(ws-ev-count)
           move ws-p-before to ws-ev-before(ws-ev-count)
           move ws-p-after to ws-ev-after(ws-ev-count)
           move ws-s-title to ws-ev-title(ws-ev-count)
           move ws-s-day to ws-ev-day(ws-ev-count)
           move ws-s-start to ws-ev-start(ws-ev-count)
           move ws-s-end to ws-ev-end(ws-ev-count)
           compute ws-stamp-date =
               function numval(ws-p-stamp(1:4)) * 10000
               + function numval(ws-p-stamp(6:2)) * 100
               + function numval(ws-p-stamp(9:2))
           compute ws-ev-date(ws-ev-count) =
               function integer-of-date(ws-stamp-date)
      *> both ends of the band are whole minutes in it
           compute ws-ev-minutes(ws-ev-count) =
               (function numval(ws-s-end(1:2)) * 60
                + function numval(ws-s-end(4:2)))
             - (function numval(ws-s-start(1:2)) * 60
                + function numval(ws-s-start(4:2))) + 1
           compute ws-ev-after-last(ws-ev-count) =
               ws-ev-date(ws-ev-count) + ws-window-days
           if ws-ev-after-last(ws-ev-count) > ws-yesterday-integer
               move ws-yesterday-integer
                   to ws-ev-after-last(ws-ev-count)
           end-if
           move 0 to ws-ev-before-starts(ws-ev-count)
                     ws-ev-after-starts(ws-ev-count)
                     ws-ev-before-credits(ws-ev-count)
                     ws-ev-after-credits(ws-ev-count)

      *> the band's open days on each side of the change
           compute ws-first-day = ws-ev-date(ws-ev-count)
               - ws-window-days
           compute ws-last-day = ws-ev-date(ws-ev-count) - 1
           perform count-band-days
           move ws-day-count to ws-ev-before-days(ws-ev-count)
           compute ws-first-day = ws-ev-date(ws-ev-count) + 1
           move ws-ev-after-last(ws-ev-count) to ws-last-day
           perform count-band-days
           move ws-day-count to ws-ev-after-days(ws-ev-count)
           .

       count-band-days section.
           move 0 to ws-day-count
           perform varying ws-day-integer from ws-first-day by 1
                   until ws-day-integer > ws-last-day
               perform name-the-day
               if ws-s-day = "ALL" or ws-s-day = ws-day-name
                   add 1 to ws-day-count
               end-if
           end-perform
           .

      *> Weekday of a day number the way CreditsCharge prices a start.
       name-the-day section.
           compute ws-day-number = function mod(ws-day-integer, 7)
           evaluate ws-day-number
               when 1 move "MON" to ws-day-name
               when 2 move "TUE" to ws-day-name
               when 3 move "WED" to ws-day-name
               when 4 move "THU" to ws-day-name
               when 5 move "FRI" to ws-day-name
               when 6 move "SAT" to ws-day-name
               when other move "SUN" to ws-day-name
           end-evaluate
           .

      *> Each cabinet's log is read once; every paid start is offered to
      *> every change of its title.
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
                       if ws-f-event = "CHARGE"
                           and ws-f-price not = spaces
                           and ws-f-stamp(1:4) is numeric
                           and ws-f-stamp(6:2) is numeric
                           and ws-f-stamp(9:2) is numeric
                           perform offer-one-charge
                       end-if
               end-read
           end-perform
           close charges-log-file
           .

       offer-one-charge section.
           move function numval(ws-f-price) to ws-price
           compute ws-stamp-date =
               function numval(ws-f-stamp(1:4)) * 10000
               + function numval(ws-f-stamp(6:2)) * 100
               + function numval(ws-f-stamp(9:2))
           compute ws-charge-date =
               function integer-of-date(ws-stamp-date)
           move ws-f-stamp(12:5) to ws-charge-time
           move ws-charge-date to ws-day-integer
           perform name-the-day
           perform varying ws-ev-index from 1 by 1
                   until ws-ev-index > ws-ev-count
               if ws-ev-title(ws-ev-index) = ws-f-title
                   and (ws-ev-day(ws-ev-index) = "ALL"
                        or ws-ev-day(ws-ev-index) = ws-day-name)
                   and ws-charge-time >= ws-ev-start(ws-ev-index)
                   and ws-charge-time <= ws-ev-end(ws-ev-index)
                   perform count-charge-for-change
               end-if
           end-perform
           .

       count-charge-for-change section.
           if ws-charge-date < ws-ev-date(ws-ev-index)
               and ws-charge-date + ws-window-days
                   >= ws-ev-date(ws-ev-index)
               add 1 to ws-ev-before-starts(ws-ev-index)
               add ws-price to ws-ev-before-credits(ws-ev-index)
           end-if
           if ws-charge-date > ws-ev-date(ws-ev-index)
               and ws-charge-date <= ws-ev-after-last(ws-ev-index)
               add 1 to ws-ev-after-starts(ws-ev-index)
               add ws-price to ws-ev-after-credits(ws-ev-index)
           end-if
           .

       write-report-heading section.
           move spaces to ws-report-line-out
           string "PRICE-BAND EFFECTIVENESS - " ws-weeks
                  " week(s) either side of each change, per open hour "
                  "of the band"
               delimited by size into ws-report-line-out
           end-string
           move ws-report-line-out to report-line
           write report-line
           move spaces to report-line
           write report-line
           .

       write-one-change section.
           move spaces to ws-report-line-out
           string ws-ev-stamp(ws-ev-index) "  " delimited by size
                  ws-ev-action(ws-ev-index) delimited by space
                  " by " ws-ev-operator(ws-ev-index) "  "
                  ws-ev-title(ws-ev-index) " " ws-ev-day(ws-ev-index)
                  " " ws-ev-start(ws-ev-index) "-"
                  ws-ev-end(ws-ev-index)
               delimited by size into ws-report-line-out
           end-string
           move ws-report-line-out to report-line
           write report-line
           move spaces to ws-report-line-out
           string "    was: " ws-ev-before(ws-ev-index)
               delimited by size into ws-report-line-out
           end-string
           if ws-ev-before(ws-ev-index) = spaces
               move "    was: (no band)" to ws-report-line-out
           end-if
           move ws-report-line-out to report-line
           write report-line
           move spaces to ws-report-line-out
           string "    now: " ws-ev-after(ws-ev-index)
               delimited by size into ws-report-line-out
           end-string
           if ws-ev-after(ws-ev-index) = spaces
               move "    now: (band removed)" to ws-report-line-out
           end-if
           move ws-report-line-out to report-line
           write report-line

           compute ws-before-hours rounded
               = ws-ev-before-days(ws-ev-index)
                 * ws-ev-minutes(ws-ev-index) / 60
           compute ws-after-hours rounded
               = ws-ev-after-days(ws-ev-index)
                 * ws-ev-minutes(ws-ev-index) / 60
           move 0 to ws-before-rate ws-after-rate
                     ws-before-cents-hour ws-after-cents-hour
           if ws-before-hours > 0
               compute ws-before-rate rounded
                   = ws-ev-before-starts(ws-ev-index) / ws-before-hours
               compute ws-before-cents-hour rounded
                   = ws-ev-before-credits(ws-ev-index)
                     * ws-credit-cents / ws-before-hours
           end-if
           if ws-after-hours > 0
               compute ws-after-rate rounded
                   = ws-ev-after-starts(ws-ev-index) / ws-after-hours
               compute ws-after-cents-hour rounded
                   = ws-ev-after-credits(ws-ev-index)
                     * ws-credit-cents / ws-after-hours
           end-if
           move "before" to ws-direction
           move ws-ev-before-days(ws-ev-index) to ws-days-disp
           move ws-before-hours to ws-hours-disp
           move ws-ev-before-starts(ws-ev-index) to ws-starts-disp
           move ws-before-rate to ws-starts-rate-disp
           compute ws-money-amount
               = ws-ev-before-credits(ws-ev-index) * ws-credit-cents
                 / 100
           move ws-money-amount to ws-money-disp
           compute ws-money-amount = ws-before-cents-hour / 100
           move ws-money-amount to ws-rate-disp
           perform write-side-line
           move "after" to ws-direction
           move ws-ev-after-days(ws-ev-index) to ws-days-disp
           move ws-after-hours to ws-hours-disp
           move ws-ev-after-starts(ws-ev-index) to ws-starts-disp
           move ws-after-rate to ws-starts-rate-disp
           compute ws-money-amount
               = ws-ev-after-credits(ws-ev-index) * ws-credit-cents
                 / 100
           move ws-money-amount to ws-money-disp
           compute ws-money-amount = ws-after-cents-hour / 100
           move ws-money-amount to ws-rate-disp
           perform write-side-line

           perform write-verdict
           move spaces to report-line
           write report-line
           .

       write-side-line section.
           move spaces to ws-report-line-out
           string "    " ws-direction ": " ws-days-disp " day(s), "
                  ws-hours-disp " open h, " ws-starts-disp
                  " starts (" ws-starts-rate-disp "/h), revenue "
                  ws-money-disp " (" ws-rate-disp "/h)"
               delimited by size into ws-report-line-out
           end-string
           move ws-report-line-out to report-line
           write report-line
           .

      *> Plays are starts per open hour, revenue is cash per open hour;
      *> each moves by the percentage of its before figure, and revenue
      *> by its cash difference as well.
       write-verdict section.
           move spaces to ws-report-line-out
           evaluate true
               when ws-after-hours = 0
                   move "    VERDICT: too soon to judge - no full day "
                       & "in the band since the change"
                       to ws-report-line-out
               when ws-ev-before-starts(ws-ev-index) = 0
                   move "    VERDICT: no plays in the band before the "
                       & "change to compare against"
                       to ws-report-line-out
               when other
                   add 1 to ws-judged
                   perform build-verdict
           end-evaluate
           move ws-report-line-out to report-line
           write report-line
           .

       build-verdict section.
           compute ws-rate-change rounded
               = (ws-after-rate - ws-before-rate) * 100 / ws-before-rate
           compute ws-cents-change
               = ws-after-cents-hour - ws-before-cents-hour
           move spaces to ws-plays-verdict ws-revenue-verdict
           move ws-rate-change to ws-pct-disp
           move ws-pct-disp to ws-figure-text
           perform squeeze-figure
           move ws-figure-text to ws-pct-short
           evaluate true
               when ws-rate-change > 0
                   string "plays went up by " delimited by size
                          ws-pct-short delimited by space
                          "%" delimited by size
                       into ws-plays-verdict
                   end-string
               when ws-rate-change < 0
                   string "plays went down by " delimited by size
                          ws-pct-short delimited by space
                          "%" delimited by size
                       into ws-plays-verdict
                   end-string
               when other
                   move "plays held level" to ws-plays-verdict
           end-evaluate

           compute ws-money-amount = ws-cents-change / 100
           move ws-money-amount to ws-rate-disp
           move ws-rate-disp to ws-figure-text
           perform squeeze-figure
           move ws-figure-text to ws-cash-short
           if ws-before-cents-hour > 0
               compute ws-revenue-change rounded
                   = ws-cents-change * 100 / ws-before-cents-hour
           else
               move 0 to ws-revenue-change
           end-if
           move ws-revenue-change to ws-pct-disp
           move ws-pct-disp to ws-figure-text
           perform squeeze-figure
           move ws-figure-text to ws-pct-short
           evaluate true
               when ws-cents-change > 0
                   string "revenue went up by " delimited by size
                          ws-cash-short delimited by space
                          " an hour (" delimited by size
                          ws-pct-short delimited by space
                          "%)" delimited by size
                       into ws-revenue-verdict
                   end-string
               when ws-cents-change < 0
                   string "revenue went down by " delimited by size
                          ws-cash-short delimited by space
                          " an hour (" delimited by size
                          ws-pct-short delimited by space
                          "%)" delimited by size
                       into ws-revenue-verdict
                   end-string
               when other
                   move "revenue held level" to ws-revenue-verdict
           end-evaluate

           move spaces to ws-report-line-out
           string "    VERDICT: " delimited by size
                  ws-plays-verdict delimited by "  "
                  ", " delimited by size
                  ws-revenue-verdict delimited by "  "
               into ws-report-line-out
           end-string
           .

      *> An edited figure without the spaces it is right-justified in.
       squeeze-figure section.
           move 0 to ws-figure-lead
           inspect ws-figure-text tallying ws-figure-lead
               for leading spaces
           if ws-figure-lead > 0 and ws-figure-lead < 14
               move ws-figure-text(ws-figure-lead + 1:) to ws-pct-short
               move ws-pct-short to ws-figure-text
           end-if
           .

       end program PriceBandReport.
