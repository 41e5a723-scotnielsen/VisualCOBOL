      ********************************************************************************************************
      *
      * Copyright (C) Micro Focus 2010-2013.
      * All rights reserved.
      *
      *  This sample code is supplied for demonstration purposes only on an "as is" basis and "is for use at
      *  your own risk".
      *
      ********************************************************************************************************

      *> Prize stock report: what the prize counter needs to reorder.
      *> Every prize in the ../Common/prizes.dat catalog kept by
      *> PrizeCounter is listed with its ticket price, the count on the
      *> shelf, its reorder level, and how many went over the counter in
      *> the days asked for (ENTER takes 28), counted off the REDEEM lines
      *> of ../Common/prizeredeem.log -- and from that rate, how many days
      *> the shelf will last. A prize at or under its reorder level is
      *> flagged REORDER (OUT when the shelf is bare) with a suggested
      *> order: enough to bring the shelf back to its reorder level plus
      *> one more period's redemptions. The tickets still on the players'
      *> ../Common/tickets.dat lines close the report, the redemptions the
      *> shelf will have to meet. Written to prizestock.txt; run from a
      *> Games\CabinetOps working directory.
       program-id. PrizeStockReport as "PrizeStockReport".

       environment division.
       configuration section.

       input-output section.
       file-control.
           select prize-file
                   assign to "../Common/prizes.dat"
                   organization is line sequential
                   file status is ws-prize-status.
           select redeem-log-file
                   assign to "../Common/prizeredeem.log"
                   organization is line sequential
                   file status is ws-redeem-log-status.
           select tickets-file
                   assign to "../Common/tickets.dat"
                   organization is line sequential
                   file status is ws-tickets-status.
           select report-file assign to "prizestock.txt"
                               organization is line sequential.

       data division.
       file section.
       fd prize-file record contains 60 characters.
       01 pz-line           pic x(60).

       fd redeem-log-file record contains 100 characters.
       01 rl-line           pic x(100).

       fd tickets-file record contains 20 characters.
       01 tk-line           pic x(20).

       fd report-file record contains 132 characters.
       01 report-line       pic x(132).

       working-storage section.
       01 ws-prize-status       pic xx.
       01 ws-redeem-log-status  pic xx.
       01 ws-tickets-status     pic xx.
       01 ws-eof                pic x value "F".

      *> The period looked back over.
       01 ws-days-text          pic x(3).
       01 ws-days               pic 9(3) value 28.
       01 ws-today-integer      pic 9(7).
       01 ws-cutoff-integer     pic 9(7).
       01 ws-cutoff-date        pic 9(8).
       01 ws-cutoff-stamp       pic x(10).

      *> The catalog and each prize's redemptions in the period.
       01 ws-prize-count        pic 9(3) value 0.
       01 ws-prize-table.
           03 ws-prize-entry occurs 200.
               05 ws-pz-code         pic x(6).
               05 ws-pz-description  pic x(24).
               05 ws-pz-tickets      pic 9(6).
               05 ws-pz-stock        pic 9(5).
               05 ws-pz-reorder      pic 9(5).
               05 ws-pz-redeemed     pic 9(7).
       01 ws-prize-ix           pic 9(3).

      *> Parsed catalog and journal fields.
       01 ws-p-code             pic x(6).
       01 ws-p-description      pic x(24).
       01 ws-p-tickets          pic x(6).
       01 ws-p-stock            pic x(5).
       01 ws-p-reorder          pic x(5).
       01 ws-r-stamp            pic x(19).
       01 ws-r-operator         pic x(3).
       01 ws-r-action           pic x(7).
       01 ws-r-initials         pic x(3).
       01 ws-r-code             pic x(6).
       01 ws-r-quantity         pic x(5).
       01 ws-t-initials         pic x(3).
       01 ws-t-balance          pic x(7).

      *> Figures for a prize line and the totals.
       01 ws-flag               pic x(7).
       01 ws-order              pic 9(7).
       01 ws-cover-days         pic 9(5).
       01 ws-reorder-count      pic 9(3) value 0.
       01 ws-outstanding        pic 9(9) value 0.
       01 ws-holders            pic 9(5) value 0.
       01 ws-price-disp         pic zzz,zz9.
       01 ws-stock-disp         pic zz,zz9.
       01 ws-reorder-disp       pic zz,zz9.
       01 ws-redeemed-disp      pic z,zzz,zz9.
       01 ws-cover-disp         pic zz,zz9.
       01 ws-order-disp         pic z,zzz,zz9.
       01 ws-total-disp         pic zzz,zzz,zz9.
       01 ws-report-line-out    pic x(132).

       procedure division.
       main-line section.
           display "Days of redemptions to look back over "
                   "(ENTER for 28): " with no advancing
           accept ws-days-text
           if ws-days-text not = spaces
               and function numval(ws-days-text) > 0
               compute ws-days = function numval(ws-days-text)
           end-if
           compute ws-today-integer = function integer-of-date(
               function numval(function current-date(1:8)))
           compute ws-cutoff-integer = ws-today-integer - ws-days + 1
           compute ws-cutoff-date =
               function date-of-integer(ws-cutoff-integer)
           string ws-cutoff-date(1:4) "-" ws-cutoff-date(5:2) "-"
                  ws-cutoff-date(7:2)
               delimited by size into ws-cutoff-stamp
           end-string

           perform load-catalog
           perform count-redemptions
           perform total-outstanding-tickets
           open output report-file
           perform write-report
           close report-file
           display "Prize stock report written to prizestock.txt ("
                   ws-reorder-count " prize(s) to reorder)"
           stop run
           .

       load-catalog section.
           open input prize-file
           if ws-prize-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read prize-file
                   at end move "T" to ws-eof
                   not at end
                       if pz-line not = spaces and ws-prize-count < 200
                           perform keep-catalog-line
                       end-if
               end-read
           end-perform
           close prize-file
           .

       keep-catalog-line section.
           move spaces to ws-p-code ws-p-description ws-p-tickets
                          ws-p-stock ws-p-reorder
           unstring pz-line delimited by ","
               into ws-p-code ws-p-description ws-p-tickets ws-p-stock
                    ws-p-reorder
           add 1 to ws-prize-count
           move ws-p-code to ws-pz-code(ws-prize-count)
           move ws-p-description to ws-pz-description(ws-prize-count)
           move 0 to ws-pz-tickets(ws-prize-count)
                     ws-pz-stock(ws-prize-count)
                     ws-pz-reorder(ws-prize-count)
                     ws-pz-redeemed(ws-prize-count)
           if ws-p-tickets is numeric
               move ws-p-tickets to ws-pz-tickets(ws-prize-count)
           end-if
           if ws-p-stock is numeric
               move ws-p-stock to ws-pz-stock(ws-prize-count)
           end-if
           if ws-p-reorder is numeric
               move ws-p-reorder to ws-pz-reorder(ws-prize-count)
           end-if
           .

      *> REDEEM lines stamped on or after the first day of the period.
       count-redemptions section.
           open input redeem-log-file
           if ws-redeem-log-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read redeem-log-file
                   at end move "T" to ws-eof
                   not at end
                       move spaces to ws-r-stamp ws-r-operator
                                      ws-r-action ws-r-initials
                                      ws-r-code ws-r-quantity
                       unstring rl-line delimited by ","
                           into ws-r-stamp ws-r-operator ws-r-action
                                ws-r-initials ws-r-code ws-r-quantity
                       if ws-r-action = "REDEEM"
                           and ws-r-stamp(1:10) >= ws-cutoff-stamp
                           and ws-r-quantity is numeric
                           perform count-one-redemption
                       end-if
               end-read
           end-perform
           close redeem-log-file
           .

       count-one-redemption section.
           perform varying ws-prize-ix from 1 by 1
                   until ws-prize-ix > ws-prize-count
               if ws-pz-code(ws-prize-ix) = ws-r-code
                   add function numval(ws-r-quantity)
                       to ws-pz-redeemed(ws-prize-ix)
                   exit perform
               end-if
           end-perform
           .

       total-outstanding-tickets section.
           open input tickets-file
           if ws-tickets-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read tickets-file
                   at end move "T" to ws-eof
                   not at end
                       move spaces to ws-t-initials ws-t-balance
                       unstring tk-line delimited by ","
                           into ws-t-initials ws-t-balance
                       if ws-t-balance is numeric
                           and ws-t-balance not = "0000000"
                           add 1 to ws-holders
                           add function numval(ws-t-balance)
                               to ws-outstanding
                       end-if
               end-read
           end-perform
           close tickets-file
           .

       write-report section.
           move spaces to ws-report-line-out
           string "PRIZE STOCK - redemptions since " ws-cutoff-stamp
                  " (" ws-days " days)  run "
                  function current-date(1:4) "-"
                  function current-date(5:2) "-"
                  function current-date(7:2)
               delimited by size into ws-report-line-out
           end-string
           move ws-report-line-out to report-line
           write report-line
           move spaces to report-line
           write report-line
           move "CODE    PRIZE                     TICKETS   STOCK  "
               & "REORDER   REDEEMED  DAYS LEFT  FLAG        ORDER"
               to report-line
           write report-line

           if ws-prize-count = 0
               move "  No prizes in the catalog." to report-line
               write report-line
           end-if
           perform varying ws-prize-ix from 1 by 1
                   until ws-prize-ix > ws-prize-count
               perform write-prize-line
           end-perform

           move spaces to report-line
           write report-line
           move spaces to ws-report-line-out
           move ws-reorder-count to ws-stock-disp
           string "Prizes to reorder: " ws-stock-disp
               delimited by size into ws-report-line-out
           end-string
           move ws-report-line-out to report-line
           write report-line
           move spaces to ws-report-line-out
           move ws-outstanding to ws-total-disp
           move ws-holders to ws-stock-disp
           string "Tickets outstanding: " ws-total-disp " held by "
                  ws-stock-disp " player(s)"
               delimited by size into ws-report-line-out
           end-string
           move ws-report-line-out to report-line
           write report-line
           .

       write-prize-line section.
           move spaces to ws-flag
           move 0 to ws-order
           if ws-pz-stock(ws-prize-ix) <= ws-pz-reorder(ws-prize-ix)
               if ws-pz-stock(ws-prize-ix) = 0
                   move "OUT" to ws-flag
               else
                   move "REORDER" to ws-flag
               end-if
               add 1 to ws-reorder-count
               compute ws-order = ws-pz-reorder(ws-prize-ix)
                                  + ws-pz-redeemed(ws-prize-ix)
                                  - ws-pz-stock(ws-prize-ix)
               if ws-order = 0
                   move 1 to ws-order
               end-if
           end-if

           move spaces to ws-report-line-out
           move ws-pz-code(ws-prize-ix) to ws-report-line-out(1:6)
           move ws-pz-description(ws-prize-ix)
               to ws-report-line-out(9:24)
           move ws-pz-tickets(ws-prize-ix) to ws-price-disp
           move ws-price-disp to ws-report-line-out(34:7)
           move ws-pz-stock(ws-prize-ix) to ws-stock-disp
           move ws-stock-disp to ws-report-line-out(43:6)
           move ws-pz-reorder(ws-prize-ix) to ws-reorder-disp
           move ws-reorder-disp to ws-report-line-out(51:6)
           move ws-pz-redeemed(ws-prize-ix) to ws-redeemed-disp
           move ws-redeemed-disp to ws-report-line-out(58:9)
      *> days the shelf lasts at the period's rate; none redeemed, no
      *> figure
           if ws-pz-redeemed(ws-prize-ix) > 0
               compute ws-cover-days = ws-pz-stock(ws-prize-ix)
                   * ws-days / ws-pz-redeemed(ws-prize-ix)
                   on size error move 99999 to ws-cover-days
               end-compute
               move ws-cover-days to ws-cover-disp
               move ws-cover-disp to ws-report-line-out(71:6)
           else
               move "-" to ws-report-line-out(76:1)
           end-if
           move ws-flag to ws-report-line-out(79:7)
           if ws-order > 0
               move ws-order to ws-order-disp
               move ws-order-disp to ws-report-line-out(88:9)
           end-if
           move ws-report-line-out to report-line
           write report-line
           .

       end program PrizeStockReport.
