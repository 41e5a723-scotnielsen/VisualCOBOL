      ********************************************************************************************************
      *
      * Copyright (C) Micro Focus 2010-2013.
      * All rights reserved.
      *
      *  This sample code is supplied for demonstration purposes only on an "as is" basis and "is for use at
      *  your own risk".
      *
      ********************************************************************************************************

      *> Monthly sponsor billing from real counts. Every cabinet counts
      *> each showing of a sponsored announcement in its own
      *> impressions.log ("timestamp,sponsor,text" -- Common/Announcements
      *> for the console titles, the managed titles' announcement methods
      *> for the rest); this report sweeps the log of every cabinet in
      *> cabinets.dat (or the default one-folder-per-title layout with no
      *> registry) for the month and totals the impressions per sponsor,
      *> per cabinet and per day. Each sponsor's contracts come from
      *> sponsors.dat ("code,start,end,text", recorded by
      *> AnnouncementEditor when the paid slot was added): a day inside a
      *> contracted date range is billable, a day outside one is shown but
      *> marked not billed, so the invoice and the figures shown to the
      *> sponsor agree. Written to sponsorbilling.txt; run monthly from a
      *> Games\CabinetOps working directory.
       program-id. SponsorBilling as "SponsorBilling".

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
           select impressions-file
                   assign to ws-impressions-path
                   organization is line sequential
                   file status is ws-impressions-status.
           select sponsor-file
                   assign to "sponsors.dat"
                   organization is line sequential
                   file status is ws-sponsor-status.
           select report-file assign to "sponsorbilling.txt"
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

       fd impressions-file record contains 100 characters.
       01 im-line           pic x(100).

       fd sponsor-file record contains 100 characters.
       01 sp-line           pic x(100).

       fd report-file record contains 132 characters.
       01 report-line       pic x(132).

       working-storage section.
       01 ws-cabinet-status     pic xx.
       01 ws-impressions-status pic xx.
       01 ws-sponsor-status     pic xx.
       01 ws-eof                pic x value "F".

      *> The month being billed.
       01 ws-bill-month         pic x(6).
       01 ws-month-dash         pic x(7).
       01 ws-year-part          pic 9(4).
       01 ws-month-part         pic 9(2).
       01 ws-month-index        pic 9(6).
       01 ws-month-first        pic x(10).
       01 ws-month-last         pic x(10).

      *> Every cabinet whose log is swept.
       01 ws-cab-count          pic 9(3) value 0.
       01 ws-cab-table.
           03 ws-cab-entry occurs 50.
               05 ws-cab-id          pic x(8).
               05 ws-cab-title       pic x(16).
               05 ws-cab-location    pic x(20).
               05 ws-cab-directory   pic x(64).
       01 ws-cab-index          pic 9(3).

      *> Every contract on file.
       01 ws-con-count          pic 9(3) value 0.
       01 ws-con-table.
           03 ws-con-entry occurs 200.
               05 ws-con-sponsor     pic x(8).
               05 ws-con-start       pic x(10).
               05 ws-con-end         pic x(10).
               05 ws-con-text        pic x(60).
       01 ws-con-index          pic 9(3).
       01 ws-con-shown          pic 9(3).

      *> One tally per sponsor, cabinet and day, sorted into that order.
       01 ws-tally-count        pic 9(4) value 0.
       01 ws-tally-table.
           03 ws-tally-entry occurs 3000.
               05 ws-tally-key.
                   07 ws-tally-sponsor   pic x(8).
                   07 ws-tally-cab       pic 9(3).
                   07 ws-tally-date      pic x(10).
               05 ws-tally-billable  pic x.
               05 ws-tally-shows     pic 9(7).
       01 ws-tally-index        pic 9(4).
       01 ws-tally-inner        pic 9(4).
       01 ws-tally-swap         pic x(29).
       01 ws-tally-dropped      pic 9(7) value 0.

      *> Parsed fields.
       01 ws-i-stamp            pic x(19).
       01 ws-i-sponsor          pic x(8).
       01 ws-i-date             pic x(10).
       01 ws-c-sponsor          pic x(8).
       01 ws-c-start            pic x(10).
       01 ws-c-end              pic x(10).
       01 ws-c-text             pic x(60).
       01 ws-impressions-path   pic x(80).
       01 ws-billable           pic x.

      *> Control-break totals.
       01 ws-this-sponsor       pic x(8).
       01 ws-this-cab           pic 9(3).
       01 ws-cab-shows          pic 9(9).
       01 ws-cab-billed         pic 9(9).
       01 ws-sponsor-shows      pic 9(9).
       01 ws-sponsor-billed     pic 9(9).
       01 ws-sponsors-billed    pic 9(3) value 0.
       01 ws-count-disp         pic zzz,zzz,zz9.
       01 ws-count-disp2        pic zzz,zzz,zz9.
       01 ws-report-line-out    pic x(132).

       procedure division.
       main-line section.
           display "Month to bill (yyyymm, ENTER for last month): "
               with no advancing
           accept ws-bill-month
           if ws-bill-month = spaces
               move function current-date(1:4) to ws-year-part
               move function current-date(5:2) to ws-month-part
               if ws-month-part = 1
                   compute ws-month-index = (ws-year-part - 1) * 100
                       + 12
               else
                   compute ws-month-index = ws-year-part * 100
                       + ws-month-part - 1
               end-if
               move ws-month-index to ws-bill-month
           end-if
           string ws-bill-month(1:4) "-" ws-bill-month(5:2)
               delimited by size into ws-month-dash
           end-string
           string ws-month-dash "-01" delimited by size
               into ws-month-first
           end-string
           string ws-month-dash "-31" delimited by size
               into ws-month-last
           end-string

           perform load-cabinet-registry
           perform load-sponsor-contracts
           perform varying ws-cab-index from 1 by 1
                   until ws-cab-index > ws-cab-count
               perform sweep-cabinet-impressions
           end-perform
           perform sort-tallies

           open output report-file
           perform write-billing
           close report-file
           display "Sponsor billing written to sponsorbilling.txt ("
                   ws-sponsors-billed " sponsor(s))"
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
           .

       load-sponsor-contracts section.
           open input sponsor-file
           if ws-sponsor-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read sponsor-file
                   at end move "T" to ws-eof
                   not at end
                       move spaces to ws-c-sponsor ws-c-start ws-c-end
                                      ws-c-text
                       unstring sp-line delimited by ","
                           into ws-c-sponsor ws-c-start ws-c-end
                                ws-c-text
                       if ws-c-sponsor not = spaces
                           and ws-con-count < 200
                           add 1 to ws-con-count
                           move function upper-case(ws-c-sponsor)
                               to ws-con-sponsor(ws-con-count)
                           move ws-c-start to ws-con-start(ws-con-count)
                           move ws-c-end to ws-con-end(ws-con-count)
                           move ws-c-text to ws-con-text(ws-con-count)
                       end-if
               end-read
           end-perform
           close sponsor-file
           .

       sweep-cabinet-impressions section.
           move spaces to ws-impressions-path
           string ws-cab-directory(ws-cab-index) delimited by space
                  "/impressions.log" delimited by size
                  into ws-impressions-path
           end-string
           open input impressions-file
           if ws-impressions-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read impressions-file
                   at end move "T" to ws-eof
                   not at end
                       move spaces to ws-i-stamp ws-i-sponsor
                       unstring im-line delimited by ","
                           into ws-i-stamp ws-i-sponsor
      *> codes compare upper-case, the way the contracts are loaded
                       move function upper-case(ws-i-sponsor)
                           to ws-i-sponsor
                       if ws-i-stamp(1:7) = ws-month-dash
                           and ws-i-sponsor not = spaces
                           move ws-i-stamp(1:10) to ws-i-date
                           perform tally-one-impression
                       end-if
               end-read
           end-perform
           close impressions-file
           .

       tally-one-impression section.
           perform varying ws-tally-index from 1 by 1
                   until ws-tally-index > ws-tally-count
               if ws-tally-sponsor(ws-tally-index) = ws-i-sponsor
                   and ws-tally-cab(ws-tally-index) = ws-cab-index
                   and ws-tally-date(ws-tally-index) = ws-i-date
                   add 1 to ws-tally-shows(ws-tally-index)
                   exit section
               end-if
           end-perform
           if ws-tally-count >= 3000
               add 1 to ws-tally-dropped
               exit section
           end-if
           perform check-contract-day
           add 1 to ws-tally-count
           move ws-i-sponsor to ws-tally-sponsor(ws-tally-count)
           move ws-cab-index to ws-tally-cab(ws-tally-count)
           move ws-i-date to ws-tally-date(ws-tally-count)
           move ws-billable to ws-tally-billable(ws-tally-count)
           move 1 to ws-tally-shows(ws-tally-count)
           .

      *> A day is billable when any of the sponsor's contracts covers it.
       check-contract-day section.
           move "N" to ws-billable
           perform varying ws-con-index from 1 by 1
                   until ws-con-index > ws-con-count
               if ws-con-sponsor(ws-con-index) = ws-i-sponsor
                   and ws-i-date >= ws-con-start(ws-con-index)
                   and ws-i-date <= ws-con-end(ws-con-index)
                   move "Y" to ws-billable
                   exit section
               end-if
           end-perform
           .

      *> Sponsor, then cabinet in registry order, then day -- a straight
      *> exchange sort on the tally key.
       sort-tallies section.
           perform varying ws-tally-index from 1 by 1
                   until ws-tally-index >= ws-tally-count
               perform varying ws-tally-inner from ws-tally-index by 1
                       until ws-tally-inner > ws-tally-count
                   if ws-tally-key(ws-tally-inner)
                       < ws-tally-key(ws-tally-index)
                       move ws-tally-entry(ws-tally-index)
                           to ws-tally-swap
                       move ws-tally-entry(ws-tally-inner)
                           to ws-tally-entry(ws-tally-index)
                       move ws-tally-swap
                           to ws-tally-entry(ws-tally-inner)
                   end-if
               end-perform
           end-perform
           .

       write-billing section.
           move spaces to ws-report-line-out
           string "SPONSOR IMPRESSIONS AND BILLING - " ws-month-dash
               delimited by size into ws-report-line-out
           end-string
           move ws-report-line-out to report-line
           write report-line
           if ws-tally-count = 0
               move spaces to report-line
               write report-line
               move "  No sponsored announcements shown this month."
                   to report-line
               write report-line
               exit section
           end-if

           move spaces to ws-this-sponsor
           move 0 to ws-this-cab
           perform varying ws-tally-index from 1 by 1
                   until ws-tally-index > ws-tally-count
               if ws-tally-sponsor(ws-tally-index) not = ws-this-sponsor
                   if ws-this-sponsor not = spaces
                       perform write-cabinet-total
                       perform write-sponsor-total
                   end-if
                   move ws-tally-sponsor(ws-tally-index)
                       to ws-this-sponsor
                   perform write-sponsor-heading
                   move 0 to ws-this-cab
               end-if
               if ws-tally-cab(ws-tally-index) not = ws-this-cab
                   if ws-this-cab not = 0
                       perform write-cabinet-total
                   end-if
                   move ws-tally-cab(ws-tally-index) to ws-this-cab
                   perform write-cabinet-heading
               end-if
               perform write-day-line
           end-perform
           perform write-cabinet-total
           perform write-sponsor-total

           if ws-tally-dropped > 0
               move ws-tally-dropped to ws-count-disp
               move spaces to ws-report-line-out
               string "  (" ws-count-disp " impression(s) past the "
                      "report's limit of tallies were not counted)"
                   delimited by size into ws-report-line-out
               end-string
               move ws-report-line-out to report-line
               write report-line
           end-if
           .

      *> The sponsor's contracts that touch the month.
       write-sponsor-heading section.
           add 1 to ws-sponsors-billed
           move 0 to ws-sponsor-shows ws-sponsor-billed
           move spaces to report-line
           write report-line
           move spaces to ws-report-line-out
           string "SPONSOR " ws-this-sponsor
               delimited by size into ws-report-line-out
           end-string
           move ws-report-line-out to report-line
           write report-line
           move 0 to ws-con-shown
           perform varying ws-con-index from 1 by 1
                   until ws-con-index > ws-con-count
               if ws-con-sponsor(ws-con-index) = ws-this-sponsor
                   and ws-con-start(ws-con-index) <= ws-month-last
                   and ws-con-end(ws-con-index) >= ws-month-first
                   add 1 to ws-con-shown
                   move spaces to ws-report-line-out
                   string "  contracted " ws-con-start(ws-con-index)
                          " to " ws-con-end(ws-con-index) ": "
                          ws-con-text(ws-con-index)
                       delimited by size into ws-report-line-out
                   end-string
                   move ws-report-line-out to report-line
                   write report-line
               end-if
           end-perform
           if ws-con-shown = 0
               move "  no contract on file covering this month"
                   to report-line
               write report-line
           end-if
           .

       write-cabinet-heading section.
           move 0 to ws-cab-shows ws-cab-billed
           move spaces to ws-report-line-out
           string "  CABINET " ws-cab-id(ws-this-cab) " "
                  ws-cab-title(ws-this-cab) " "
                  ws-cab-location(ws-this-cab)
               delimited by size into ws-report-line-out
           end-string
           move ws-report-line-out to report-line
           write report-line
           .

       write-day-line section.
           add ws-tally-shows(ws-tally-index) to ws-cab-shows
           if ws-tally-billable(ws-tally-index) = "Y"
               add ws-tally-shows(ws-tally-index) to ws-cab-billed
           end-if
           move ws-tally-shows(ws-tally-index) to ws-count-disp
           move spaces to ws-report-line-out
           string "    " ws-tally-date(ws-tally-index) "  "
                  ws-count-disp
               delimited by size into ws-report-line-out
           end-string
           if ws-tally-billable(ws-tally-index) not = "Y"
               move "  outside contract - not billed"
                   to ws-report-line-out(30:31)
           end-if
           move ws-report-line-out to report-line
           write report-line
           .

       write-cabinet-total section.
           add ws-cab-shows to ws-sponsor-shows
           add ws-cab-billed to ws-sponsor-billed
           move ws-cab-shows to ws-count-disp
           move ws-cab-billed to ws-count-disp2
           move spaces to ws-report-line-out
           string "    cabinet total " ws-count-disp
                  "  billable " ws-count-disp2
               delimited by size into ws-report-line-out
           end-string
           move ws-report-line-out to report-line
           write report-line
           .

       write-sponsor-total section.
           move ws-sponsor-shows to ws-count-disp
           move ws-sponsor-billed to ws-count-disp2
           move spaces to ws-report-line-out
           string "  SPONSOR TOTAL " ws-this-sponsor " "
                  ws-count-disp " impression(s), " ws-count-disp2
                  " billable"
               delimited by size into ws-report-line-out
           end-string
           move ws-report-line-out to report-line
           write report-line
           .

       end program SponsorBilling.
