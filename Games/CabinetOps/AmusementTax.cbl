      ********************************************************************************************************
      *
      * Copyright (C) Micro Focus 2010-2013.
      * All rights reserved.
      *
      *  This sample code is supplied for demonstration purposes only on an "as is" basis and "is for use at
      *  your own risk".
      *
      ********************************************************************************************************

      *> Monthly amusement tax return, one page per site. Every registered
      *> cabinet's sealed charges.log (cabinets.dat, or the default
      *> one-folder-per-title layout on site MAIN) is swept for the
      *> month's paid starts -- CHARGE events, cabinet- and wallet-paid
      *> alike -- and the receipts grouped by the cabinet's site code and
      *> by title. Each site's rate and exempt titles come off the shared
      *> ../Common/sites.dat master, whose "code,name" lines carry two
      *> more fields for the purpose: "code,name,rate,exempt-titles", the
      *> rate a percentage ("07.50") and the exempt titles separated by
      *> "/" ("CobolDoKu/CobolTicTacToe"); a site with no rate is taxed at
      *> zero and flagged. Wallet-funded loyalty comps are non-taxable:
      *> the credits each player converted on ../Common/loyaltyredeem.log
      *> that month are matched against that player's wallet-paid starts
      *> and carried on their own line, as are practice plays (free, off
      *> the titles' own daily logs). Credits turn into money at the cash
      *> value of one credit, first line of drawer.cfg in cents (100 when
      *> the file is absent), the same figure DrawerClose uses. The tie-out
      *> at the end proves the cabinet-paid plays and credits against
      *> MonthlyClose's charged starts for the month. Written to
      *> amusementtax.txt; run from a Games\CabinetOps working directory.
       program-id. AmusementTax as "AmusementTax".

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
           select sites-file
                   assign to "../Common/sites.dat"
                   organization is line sequential
                   file status is ws-sites-status.
           select charges-log-file
                   assign to ws-charges-path
                   organization is line sequential
                   file status is ws-charges-status.
           select loyalty-log-file
                   assign to "../Common/loyaltyredeem.log"
                   organization is line sequential
                   file status is ws-loyalty-log-status.
           select game-log-file
                   assign to ws-log-path
                   organization is line sequential
                   file status is ws-log-status.
           select drawer-config-file
                   assign to "drawer.cfg"
                   organization is line sequential
                   file status is ws-config-status.
           select report-file assign to "amusementtax.txt"
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

       fd sites-file record contains 80 characters.
       01 si-line           pic x(80).

       fd charges-log-file record contains 120 characters.
       01 charges-line      pic x(120).

       fd loyalty-log-file record contains 80 characters.
       01 ll-line           pic x(80).

       fd game-log-file record contains 120 characters.
       01 gl-line           pic x(120).

       fd drawer-config-file record contains 20 characters.
       01 dc-line           pic x(20).

       fd report-file record contains 132 characters.
       01 report-line       pic x(132).

       working-storage section.
       01 ws-cabinet-status     pic xx.
       01 ws-sites-status       pic xx.
       01 ws-charges-status     pic xx.
       01 ws-loyalty-log-status pic xx.
       01 ws-log-status         pic xx.
       01 ws-config-status      pic xx.
       01 ws-eof                pic x value "F".

      *> Cash value of one credit, in cents.
       01 ws-credit-cents       pic 9(5) value 100.

      *> The month being returned.
       01 ws-tax-month          pic x(6).
       01 ws-month-dash         pic x(7).
       01 ws-today              pic x(8).
       01 ws-first-int          pic 9(8).
       01 ws-next-int           pic 9(8).
       01 ws-day-int            pic 9(8).
       01 ws-work-date          pic 9(8).
       01 ws-work-date-text redefines ws-work-date pic x(8).
       01 ws-year-part          pic 9(4).
       01 ws-month-part         pic 9(2).

       01 ws-cab-count          pic 9(3) value 0.
       01 ws-cab-table.
           03 ws-cab-entry occurs 50.
               05 ws-cab-id          pic x(8).
               05 ws-cab-title       pic x(16).
               05 ws-cab-directory   pic x(64).
               05 ws-cab-site        pic x(4).
               05 ws-cab-base        pic x(14).
       01 ws-cab-index          pic 9(3).

      *> Sites master: name, rate and exempt titles per site code.
       01 ws-site-count         pic 9(2) value 0.
       01 ws-site-table.
           03 ws-site-entry occurs 20.
               05 ws-site-code       pic x(4).
               05 ws-site-name       pic x(20).
               05 ws-site-rate       pic 9(2)v99.
               05 ws-site-has-rate   pic x.
               05 ws-site-exempt     pic x(60).
       01 ws-site-index         pic 9(2).
       01 ws-s-code             pic x(4).
       01 ws-s-name             pic x(20).
       01 ws-s-rate             pic x(6).
       01 ws-s-exempt           pic x(60).
       01 ws-exempt-titles.
           03 ws-exempt-title occurs 4 pic x(16).
       01 ws-exempt-index       pic 9.

      *> Receipts by site and title.
       01 ws-st-count           pic 9(3) value 0.
       01 ws-st-table.
           03 ws-st-entry occurs 100.
               05 ws-st-site         pic x(4).
               05 ws-st-title        pic x(16).
               05 ws-st-plays        pic 9(7).
               05 ws-st-credits      pic 9(9).
               05 ws-st-comp-credits pic 9(9).
               05 ws-st-practice     pic 9(7).
       01 ws-st-index           pic 9(3).
       01 ws-st-site-key        pic x(4).
       01 ws-st-title-key       pic x(16).

      *> Loyalty credits converted this month, per player, spent down
      *> by their wallet-paid starts.
       01 ws-comp-count         pic 9(4) value 0.
       01 ws-comp-table.
           03 ws-comp-entry occurs 2000.
               05 ws-comp-initials   pic x(3).
               05 ws-comp-left       pic 9(7).
       01 ws-comp-index         pic 9(4).
       01 ws-comp-used          pic 9(5).

      *> Tie-out against MonthlyClose.
       01 ws-cab-plays          pic 9(7) value 0.
       01 ws-cab-credits        pic 9(9) value 0.
       01 ws-wlt-plays          pic 9(7) value 0.
       01 ws-wlt-credits        pic 9(9) value 0.

      *> Parsed fields.
       01 ws-f-stamp            pic x(19).
       01 ws-f-event            pic x(8).
       01 ws-f-title            pic x(16).
       01 ws-f-price            pic x(5).
       01 ws-f-balance          pic x(8).
       01 ws-f-source           pic x(8).
       01 ws-f-initials         pic x(3).
       01 ws-f-points           pic x(5).
       01 ws-f-credits          pic x(5).
       01 ws-f-1                pic x(20).
       01 ws-f-2                pic x(20).
       01 ws-price              pic 9(5).
       01 ws-charges-path       pic x(80).
       01 ws-log-path           pic x(96).

      *> A day rolled up into its monthly archive, as ArchiveIndex
      *> gives it: the archive's path and the day's line numbers.
       01 ws-log-stem           pic x(80).
       01 ws-no-event           pic x(16) value spaces.
       01 ws-month-path         pic x(96).
       01 ws-day-first          pic 9(7).
       01 ws-day-last           pic 9(7).
       01 ws-event-first        pic 9(7).
       01 ws-seg-first          pic 9(7).
       01 ws-seg-last           pic 9(7).
       01 ws-line-no            pic 9(7).

      *> One site's return.
       01 ws-exempt-flag        pic x.
       01 ws-gross-credits      pic 9(9).
       01 ws-comp-credits       pic 9(9).
       01 ws-exempt-credits     pic 9(9).
       01 ws-taxable-credits    pic 9(9).
       01 ws-practice-plays     pic 9(7).
       01 ws-site-plays         pic 9(7).
       01 ws-gross-cents        pic 9(11).
       01 ws-comp-cents         pic 9(11).
       01 ws-exempt-cents       pic 9(11).
       01 ws-taxable-cents      pic 9(11).
       01 ws-tax-cents          pic 9(11).
       01 ws-money-amount       pic 9(9)v99.
       01 ws-money-disp         pic zzz,zzz,zz9.99.
       01 ws-rate-disp          pic z9.99.
       01 ws-title-credits      pic 9(9).
       01 ws-count-disp         pic zzz,zz9.
       01 ws-credits-disp       pic zzz,zzz,zz9.
       01 ws-line-out           pic x(132).

       procedure division.
       main-line section.
           display "Month of the return (yyyymm, ENTER for current): "
               with no advancing
           accept ws-tax-month
           if ws-tax-month = spaces
               move function current-date(1:6) to ws-tax-month
           end-if
           string ws-tax-month(1:4) "-" ws-tax-month(5:2)
               delimited by size into ws-month-dash
           end-string
           move function current-date(1:8) to ws-today

           perform load-credit-value
           perform load-sites
           perform load-cabinet-registry
           perform load-loyalty-comps
           perform varying ws-cab-index from 1 by 1
                   until ws-cab-index > ws-cab-count
               perform sweep-cabinet-charges
               perform count-practice-plays
           end-perform

           open output report-file
           perform varying ws-site-index from 1 by 1
                   until ws-site-index > ws-site-count
               perform write-site-return
           end-perform
           perform write-tie-out
           close report-file
           display "Tax return written to amusementtax.txt."
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

       load-sites section.
           open input sites-file
           if ws-sites-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read sites-file
                   at end move "T" to ws-eof
                   not at end
                       move spaces to ws-s-code ws-s-name ws-s-rate
                                      ws-s-exempt
                       unstring si-line delimited by ","
                           into ws-s-code ws-s-name ws-s-rate
                                ws-s-exempt
                       if ws-s-code not = spaces
                           move ws-s-code to ws-st-site-key
                           perform find-or-add-site
                           if ws-site-index <= ws-site-count
                               move ws-s-name
                                   to ws-site-name(ws-site-index)
                               move ws-s-exempt
                                   to ws-site-exempt(ws-site-index)
                               if ws-s-rate not = spaces
                                   compute ws-site-rate(ws-site-index)
                                       = function numval(ws-s-rate)
                                   move "Y" to
                                       ws-site-has-rate(ws-site-index)
                               end-if
                           end-if
                       end-if
               end-read
           end-perform
           close sites-file
           .

      *> The site table row for ws-st-site-key, added (no rate, unnamed)
      *> when the master doesn't know the code.
       find-or-add-site section.
           perform varying ws-site-index from 1 by 1
                   until ws-site-index > ws-site-count
               if ws-site-code(ws-site-index) = ws-st-site-key
                   exit section
               end-if
           end-perform
           if ws-site-count >= 20
               exit section
           end-if
           add 1 to ws-site-count
           move ws-site-count to ws-site-index
           move ws-st-site-key to ws-site-code(ws-site-index)
           move "unnamed" to ws-site-name(ws-site-index)
           move 0 to ws-site-rate(ws-site-index)
           move "N" to ws-site-has-rate(ws-site-index)
           move spaces to ws-site-exempt(ws-site-index)
           .

      *> Every in-service cabinet, the same set MonthlyClose closes.
       load-cabinet-registry section.
           open input cabinet-file
           if ws-cabinet-status = "00"
               move "F" to ws-eof
               perform until ws-eof = "T"
                   read cabinet-file next record
                       at end move "T" to ws-eof
                       not at end
                           if cb-in-service = "Y"
                               perform keep-this-cabinet
                           end-if
                   end-read
               end-perform
               close cabinet-file
           end-if
           if ws-cab-count = 0
               move spaces to cb-site
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
           move cb-directory to ws-cab-directory(ws-cab-count)
           if cb-site = spaces
               move "MAIN" to ws-cab-site(ws-cab-count)
           else
               move cb-site to ws-cab-site(ws-cab-count)
           end-if
           move ws-cab-site(ws-cab-count) to ws-st-site-key
           perform find-or-add-site
           evaluate cb-title
               when "CobolBlitz"
                   move "blitzaudit" to ws-cab-base(ws-cab-count)
               when "CobolMineSweeper"
                   move "minegames" to ws-cab-base(ws-cab-count)
               when "CobolDoKu"
                   move "dokusolves" to ws-cab-base(ws-cab-count)
               when "CobolSnake"
                   move "snakesession" to ws-cab-base(ws-cab-count)
               when other
                   move "tictactoestats" to ws-cab-base(ws-cab-count)
           end-evaluate
           .

      *> The month's loyalty conversions, summed per player.
       load-loyalty-comps section.
           open input loyalty-log-file
           if ws-loyalty-log-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read loyalty-log-file
                   at end move "T" to ws-eof
                   not at end
                       unstring ll-line delimited by ","
                           into ws-f-stamp ws-f-initials ws-f-points
                                ws-f-credits
                       if ws-f-stamp(1:7) = ws-month-dash
                           and ws-f-credits not = spaces
                           perform add-loyalty-comp
                       end-if
               end-read
           end-perform
           close loyalty-log-file
           .

       add-loyalty-comp section.
           perform varying ws-comp-index from 1 by 1
                   until ws-comp-index > ws-comp-count
               if ws-comp-initials(ws-comp-index) = ws-f-initials
                   exit perform
               end-if
           end-perform
           if ws-comp-index > ws-comp-count
               if ws-comp-count >= 2000
                   exit section
               end-if
               add 1 to ws-comp-count
               move ws-f-initials to ws-comp-initials(ws-comp-count)
               move 0 to ws-comp-left(ws-comp-count)
           end-if
           add function numval(ws-f-credits)
               to ws-comp-left(ws-comp-index)
           .

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
           move ws-cab-site(ws-cab-index) to ws-st-site-key
           move ws-cab-title(ws-cab-index) to ws-st-title-key
           perform find-or-add-site-title
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
                           perform tally-paid-start
                       end-if
               end-read
           end-perform
           close charges-log-file
           .

      *> One paid start. A wallet start by a player with converted
      *> loyalty credits left this month spends those comp credits first.
       tally-paid-start section.
           move function numval(ws-f-price) to ws-price
           if ws-st-index > ws-st-count
               exit section
           end-if
           add 1 to ws-st-plays(ws-st-index)
           add ws-price to ws-st-credits(ws-st-index)
           if ws-f-source(1:3) = "CAB"
               add 1 to ws-cab-plays
               add ws-price to ws-cab-credits
               exit section
           end-if
           add 1 to ws-wlt-plays
           add ws-price to ws-wlt-credits
           move ws-f-source(5:3) to ws-f-initials
           perform varying ws-comp-index from 1 by 1
                   until ws-comp-index > ws-comp-count
               if ws-comp-initials(ws-comp-index) = ws-f-initials
                   exit perform
               end-if
           end-perform
           if ws-comp-index > ws-comp-count
               exit section
           end-if
           if ws-comp-left(ws-comp-index) >= ws-price
               move ws-price to ws-comp-used
           else
               move ws-comp-left(ws-comp-index) to ws-comp-used
           end-if
           subtract ws-comp-used from ws-comp-left(ws-comp-index)
           add ws-comp-used to ws-st-comp-credits(ws-st-index)
           .

       find-or-add-site-title section.
           perform varying ws-st-index from 1 by 1
                   until ws-st-index > ws-st-count
               if ws-st-site(ws-st-index) = ws-st-site-key
                   and ws-st-title(ws-st-index) = ws-st-title-key
                   exit section
               end-if
           end-perform
           if ws-st-count >= 100
               exit section
           end-if
           add 1 to ws-st-count
           move ws-st-count to ws-st-index
           initialize ws-st-entry(ws-st-index)
           move ws-st-site-key to ws-st-site(ws-st-index)
           move ws-st-title-key to ws-st-title(ws-st-index)
           .

      *> Practice plays are free and never reach charges.log; they are
      *> counted off the title's daily logs (the dated archive, the
      *> live log for the day the rotation hasn't reached, or the day's
      *> lines in the monthly archive once the dated one is rolled up).
       count-practice-plays section.
           move ws-cab-site(ws-cab-index) to ws-st-site-key
           move ws-cab-title(ws-cab-index) to ws-st-title-key
           perform find-or-add-site-title
           if ws-st-index > ws-st-count
               exit section
           end-if
           move ws-tax-month(1:4) to ws-year-part
           move ws-tax-month(5:2) to ws-month-part
           compute ws-first-int = function integer-of-date(
               ws-year-part * 10000 + ws-month-part * 100 + 1)
           if ws-month-part = 12
               compute ws-next-int = function integer-of-date(
                   (ws-year-part + 1) * 10000 + 101)
           else
               compute ws-next-int = function integer-of-date(
                   ws-year-part * 10000 + (ws-month-part + 1) * 100
                   + 1)
           end-if
           perform varying ws-day-int from ws-first-int by 1
                   until ws-day-int >= ws-next-int
               compute ws-work-date
                   = function date-of-integer(ws-day-int)
               if ws-work-date > function numval(ws-today)
                   exit perform
               end-if
               perform count-practice-day
           end-perform
           .

       count-practice-day section.
           move 1 to ws-seg-first
           move 9999999 to ws-seg-last
           move spaces to ws-log-path
           string ws-cab-directory(ws-cab-index) delimited by space
                  "/" delimited by size
                  ws-cab-base(ws-cab-index) delimited by space
                  "-" ws-work-date ".log" delimited by size
                  into ws-log-path
           end-string
           open input game-log-file
           if ws-log-status not = "00"
               and ws-work-date = function numval(ws-today)
               move spaces to ws-log-path
               string ws-cab-directory(ws-cab-index)
                          delimited by space
                      "/" delimited by size
                      ws-cab-base(ws-cab-index) delimited by space
                      ".log" delimited by size
                      into ws-log-path
               end-string
               open input game-log-file
           end-if
           if ws-log-status not = "00"
               perform try-monthly-archive
               if ws-day-first = 0
                   exit section
               end-if
               move ws-month-path to ws-log-path
               move ws-day-first to ws-seg-first
               move ws-day-last to ws-seg-last
               open input game-log-file
           end-if
           if ws-log-status not = "00"
               exit section
           end-if
           move 0 to ws-line-no
           move "F" to ws-eof
           perform until ws-eof = "T"
               read game-log-file
                   at end move "T" to ws-eof
                   not at end
                       add 1 to ws-line-no
                       if ws-line-no > ws-seg-last
                           move "T" to ws-eof
                       else
                           if ws-line-no >= ws-seg-first
                               perform tally-practice-line
                           end-if
                       end-if
               end-read
           end-perform
           close game-log-file
           .

       tally-practice-line section.
           unstring gl-line delimited by ","
               into ws-f-1 ws-f-2
           if ws-f-2 = "PRACTICE" or ws-f-2 = "PRAC"
               add 1 to ws-st-practice(ws-st-index)
           end-if
           .

      *> The cabinet's stem ("../CobolBlitz/blitzaudit") and the day.
       try-monthly-archive section.
           move spaces to ws-log-stem
           string ws-cab-directory(ws-cab-index) delimited by space
                  "/" delimited by size
                  ws-cab-base(ws-cab-index) delimited by space
                  into ws-log-stem
           end-string
           call "ArchiveIndex" using ws-log-stem ws-work-date-text
                                     ws-no-event ws-month-path
                                     ws-day-first ws-day-last
                                     ws-event-first
           .

      *> One return per site, laid out line by line as the form runs:
      *> gross receipts, less exempt titles, less non-taxable comps,
      *> taxable receipts, rate, tax due.
       write-site-return section.
           move 0 to ws-gross-credits ws-comp-credits
                     ws-exempt-credits ws-practice-plays ws-site-plays
           move spaces to ws-line-out
           string "AMUSEMENT TAX RETURN - PERIOD " ws-tax-month
               delimited by size into ws-line-out
           end-string
           move ws-line-out to report-line
           write report-line
           move spaces to ws-line-out
           string "Site " ws-site-code(ws-site-index) " - "
                  ws-site-name(ws-site-index)
               delimited by size into ws-line-out
           end-string
           move ws-line-out to report-line
           write report-line
           move ws-site-rate(ws-site-index) to ws-rate-disp
           move spaces to ws-line-out
           if ws-site-has-rate(ws-site-index) = "Y"
               string "Tax rate " ws-rate-disp "%"
                   delimited by size into ws-line-out
               end-string
           else
               string "Tax rate  0.00% - NO RATE ON ../Common/sites.dat"
                   delimited by size into ws-line-out
               end-string
           end-if
           move ws-line-out to report-line
           write report-line
           move spaces to report-line
           write report-line
           move "  TITLE             PAID PLAYS       CREDITS"
               to ws-line-out
           move "   COMP CREDITS  PRACTICE  STATUS" to ws-line-out(46:)
           move ws-line-out to report-line
           write report-line

           perform varying ws-st-index from 1 by 1
                   until ws-st-index > ws-st-count
               if ws-st-site(ws-st-index) = ws-site-code(ws-site-index)
                   perform write-title-line
               end-if
           end-perform

           compute ws-taxable-credits = ws-gross-credits
               - ws-comp-credits - ws-exempt-credits
           compute ws-gross-cents = ws-gross-credits * ws-credit-cents
           compute ws-comp-cents = ws-comp-credits * ws-credit-cents
           compute ws-exempt-cents
               = ws-exempt-credits * ws-credit-cents
           compute ws-taxable-cents
               = ws-taxable-credits * ws-credit-cents
           compute ws-tax-cents rounded = ws-taxable-cents
               * ws-site-rate(ws-site-index) / 100

           move spaces to report-line
           write report-line
           move ws-gross-cents to ws-money-amount
           divide 100 into ws-money-amount
           move ws-money-amount to ws-money-disp
           move spaces to ws-line-out
           string "  Line 1  Gross receipts from paid plays      "
                  ws-money-disp
               delimited by size into ws-line-out
           end-string
           move ws-line-out to report-line
           write report-line
           move ws-exempt-cents to ws-money-amount
           divide 100 into ws-money-amount
           move ws-money-amount to ws-money-disp
           move spaces to ws-line-out
           string "  Line 2  Less exempt titles                  "
                  ws-money-disp
               delimited by size into ws-line-out
           end-string
           move ws-line-out to report-line
           write report-line
           move ws-comp-cents to ws-money-amount
           divide 100 into ws-money-amount
           move ws-money-amount to ws-money-disp
           move spaces to ws-line-out
           string "  Line 3  Less loyalty comps (non-taxable)    "
                  ws-money-disp
               delimited by size into ws-line-out
           end-string
           move ws-line-out to report-line
           write report-line
           move ws-taxable-cents to ws-money-amount
           divide 100 into ws-money-amount
           move ws-money-amount to ws-money-disp
           move spaces to ws-line-out
           string "  Line 4  Taxable receipts (1 - 2 - 3)        "
                  ws-money-disp
               delimited by size into ws-line-out
           end-string
           move ws-line-out to report-line
           write report-line
           move ws-tax-cents to ws-money-amount
           divide 100 into ws-money-amount
           move ws-money-amount to ws-money-disp
           move spaces to ws-line-out
           string "  Line 5  Tax due at " ws-rate-disp "%"
                  "                  " ws-money-disp
               delimited by size into ws-line-out
           end-string
           move ws-line-out to report-line
           write report-line
           move ws-practice-plays to ws-count-disp
           move spaces to ws-line-out
           string "  Memo    Practice plays (free, non-taxable)  "
                  "       " ws-count-disp
               delimited by size into ws-line-out
           end-string
           move ws-line-out to report-line
           write report-line
           move spaces to report-line
           write report-line
           write report-line
           .

       write-title-line section.
           move "N" to ws-exempt-flag
           if ws-site-exempt(ws-site-index) not = spaces
               perform check-title-exempt
           end-if
           add ws-st-credits(ws-st-index) to ws-gross-credits
           add ws-st-comp-credits(ws-st-index) to ws-comp-credits
           add ws-st-practice(ws-st-index) to ws-practice-plays
           add ws-st-plays(ws-st-index) to ws-site-plays
           if ws-exempt-flag = "Y"
               compute ws-title-credits = ws-st-credits(ws-st-index)
                   - ws-st-comp-credits(ws-st-index)
               add ws-title-credits to ws-exempt-credits
           end-if
           move spaces to ws-line-out
           move ws-st-title(ws-st-index) to ws-line-out(3:16)
           move ws-st-plays(ws-st-index) to ws-count-disp
           move ws-count-disp to ws-line-out(22:7)
           move ws-st-credits(ws-st-index) to ws-credits-disp
           move ws-credits-disp to ws-line-out(31:11)
           move ws-st-comp-credits(ws-st-index) to ws-credits-disp
           move ws-credits-disp to ws-line-out(46:11)
           move ws-st-practice(ws-st-index) to ws-count-disp
           move ws-count-disp to ws-line-out(58:7)
           if ws-exempt-flag = "Y"
               move "EXEMPT" to ws-line-out(67:6)
           else
               move "TAXABLE" to ws-line-out(67:7)
           end-if
           move ws-line-out to report-line
           write report-line
           .

      *> Exempt titles are listed "/"-separated on the site's line.
       check-title-exempt section.
           move spaces to ws-exempt-titles
           unstring ws-site-exempt(ws-site-index) delimited by "/"
               into ws-exempt-title(1) ws-exempt-title(2)
                    ws-exempt-title(3) ws-exempt-title(4)
           perform varying ws-exempt-index from 1 by 1
                   until ws-exempt-index > 4
               if ws-exempt-title(ws-exempt-index)
                       = ws-st-title(ws-st-index)
                   move "Y" to ws-exempt-flag
               end-if
           end-perform
           .

      *> Cabinet-paid starts are exactly the plays MonthlyClose charges
      *> against the cabinets' balances; wallet-paid starts make up the
      *> rest of the gross.
       write-tie-out section.
           move "TIE-OUT TO MONTHLYCLOSE" to report-line
           write report-line
           move spaces to ws-line-out
           string "  Cabinet-paid starts (MonthlyClose plays): "
                  ws-cab-plays " plays, " ws-cab-credits " credits"
               delimited by size into ws-line-out
           end-string
           move ws-line-out to report-line
           write report-line
           move spaces to ws-line-out
           string "  Wallet-paid starts:                       "
                  ws-wlt-plays " plays, " ws-wlt-credits " credits"
               delimited by size into ws-line-out
           end-string
           move ws-line-out to report-line
           write report-line
           compute ws-gross-credits = ws-cab-credits + ws-wlt-credits
           move spaces to ws-line-out
           string "  All paid starts (every site's line 1):    "
                  ws-gross-credits " credits"
               delimited by size into ws-line-out
           end-string
           move ws-line-out to report-line
           write report-line
           .

       end program AmusementTax.
