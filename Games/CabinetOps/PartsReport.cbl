      ********************************************************************************************************
      *
      * Copyright (C) Micro Focus 2010-2013.
      * All rights reserved.
      *
      *  This sample code is supplied for demonstration purposes only on an "as is" basis and "is for use at
      *  your own risk".
      *
      ********************************************************************************************************

      *> Spare-parts report: what to order and where the repair money is
      *> going. The reorder list is every part in parts.dat (the PartsMaint
      *> master) whose stock on hand is at or below its reorder point,
      *> with what the floor used of it over the last four weeks as a
      *> guide to how many to order. The cost summary totals the parts
      *> WorkOrders booked to closed tickets (partsused.dat, "ticket,
      *> cabinet,closed,part,quantity,unit-cost,closed-by", at the cost
      *> on file when the part was fitted) for each cabinet over the last
      *> four weeks and the last twelve months, dearest first over the
      *> year, with the title from cabinets.dat beside the id -- the
      *> machines eating the repair budget head the list. Written to
      *> partsreport.txt. Run weekly from a Games\CabinetOps working
      *> directory.
       program-id. PartsReport as "PartsReport".

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
           select parts-file
                   assign to "parts.dat"
                   organization is line sequential
                   file status is ws-parts-status.
           select parts-used-file
                   assign to "partsused.dat"
                   organization is line sequential
                   file status is ws-used-status.
           select report-file assign to "partsreport.txt"
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

       fd parts-file record contains 80 characters.
       01 pt-line           pic x(80).

       fd parts-used-file record contains 80 characters.
       01 pu-line           pic x(80).

       fd report-file record contains 132 characters.
       01 report-line       pic x(132).

       working-storage section.
       01 ws-cabinet-status     pic xx.
       01 ws-parts-status       pic xx.
       01 ws-used-status        pic xx.
       01 ws-eof                pic x.
       01 ws-today-int          pic 9(7).
       01 ws-used-int           pic 9(7).
       01 ws-age-days           pic s9(7).
       01 ws-stamp-date         pic 9(8).

      *> The parts master, with each part's use over the last 28 days.
       01 ws-part-count         pic 9(3) value 0.
       01 ws-part-table.
           03 ws-part-entry occurs 500.
               05 ws-part-no           pic x(12).
               05 ws-part-desc         pic x(30).
               05 ws-part-on-hand      pic 9(5).
               05 ws-part-reorder      pic 9(5).
               05 ws-part-used-28      pic 9(5).
       01 ws-part-index         pic 9(3).

      *> Parts cost booked to each cabinet, in cents.
       01 ws-cab-count          pic 9(3) value 0.
       01 ws-cab-table.
           03 ws-cab-entry occurs 300.
               05 ws-cab-id            pic x(8).
               05 ws-cab-title         pic x(16).
               05 ws-cab-cents-28      pic 9(9).
               05 ws-cab-cents-365     pic 9(9).
               05 ws-cab-parts-365     pic 9(5).
       01 ws-cab-index          pic 9(3).
       01 ws-cab-index2         pic 9(3).
       01 ws-swap-entry         pic x(47).
       01 ws-found-index        pic 9(3).

       01 ws-p-no               pic x(12).
       01 ws-p-desc             pic x(30).
       01 ws-p-cost             pic x(10).
       01 ws-p-on-hand          pic x(6).
       01 ws-p-reorder          pic x(6).

       01 ws-u-ticket           pic x(6).
       01 ws-u-cabinet          pic x(8).
       01 ws-u-stamp            pic x(19).
       01 ws-u-part             pic x(12).
       01 ws-u-qty              pic x(6).
       01 ws-u-cost             pic x(10).
       01 ws-u-qty-num          pic 9(5).
       01 ws-u-cents            pic 9(9).

       01 ws-reorder-count      pic 9(3) value 0.
       01 ws-total-cents-28     pic 9(9) value 0.
       01 ws-total-cents-365    pic 9(9) value 0.
       01 ws-money-amount       pic 9(7)v99.
       01 ws-money-disp-28      pic z,zzz,zz9.99.
       01 ws-money-disp-365     pic z,zzz,zz9.99.
       01 ws-qty-disp           pic zzzz9.
       01 ws-reorder-disp       pic zzzz9.
       01 ws-used-disp          pic zzzz9.
       01 ws-report-line-out    pic x(132).

       procedure division.
       main-line section.
           compute ws-today-int = function integer-of-date(
               function numval(function current-date(1:8)))
           perform load-parts
           perform load-cabinets
           perform tally-parts-used
           perform sort-cabinets

           open output report-file
           move spaces to ws-report-line-out
           string "SPARE PARTS - WEEKLY REPORT FOR "
                  function current-date(1:4) "-"
                  function current-date(5:2) "-"
                  function current-date(7:2)
               delimited by size into ws-report-line-out
           end-string
           move ws-report-line-out to report-line
           write report-line
           move spaces to report-line
           write report-line
           perform write-reorder-list
           move spaces to report-line
           write report-line
           perform write-cabinet-costs
           close report-file
           display "Parts report written to partsreport.txt ("
                   ws-reorder-count " part(s) to reorder)"
           stop run
           .

       load-parts section.
           open input parts-file
           if ws-parts-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read parts-file
                   at end move "T" to ws-eof
                   not at end
                       if pt-line not = spaces and ws-part-count < 500
                           add 1 to ws-part-count
                           perform parse-part-line
                       end-if
               end-read
           end-perform
           close parts-file
           .

       parse-part-line section.
           move spaces to ws-p-no ws-p-desc ws-p-cost ws-p-on-hand
                          ws-p-reorder
           unstring pt-line delimited by ","
               into ws-p-no ws-p-desc ws-p-cost ws-p-on-hand
                    ws-p-reorder
           move function upper-case(ws-p-no)
               to ws-part-no(ws-part-count)
           move ws-p-desc to ws-part-desc(ws-part-count)
           move 0 to ws-part-on-hand(ws-part-count)
           move 0 to ws-part-reorder(ws-part-count)
           move 0 to ws-part-used-28(ws-part-count)
           if ws-p-on-hand not = spaces
               compute ws-part-on-hand(ws-part-count)
                   = function numval(ws-p-on-hand)
           end-if
           if ws-p-reorder not = spaces
               compute ws-part-reorder(ws-part-count)
                   = function numval(ws-p-reorder)
           end-if
           .

      *> Titles for the cost summary; every cabinet the registry knows
      *> starts at zero, in or out of service.
       load-cabinets section.
           open input cabinet-file
           if ws-cabinet-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read cabinet-file next record
                   at end move "T" to ws-eof
                   not at end
                       if ws-cab-count < 300
                           add 1 to ws-cab-count
                           move cb-cabinet-id to ws-cab-id(ws-cab-count)
                           move cb-title to ws-cab-title(ws-cab-count)
                           move 0 to ws-cab-cents-28(ws-cab-count)
                           move 0 to ws-cab-cents-365(ws-cab-count)
                           move 0 to ws-cab-parts-365(ws-cab-count)
                       end-if
               end-read
           end-perform
           close cabinet-file
           .

       tally-parts-used section.
           open input parts-used-file
           if ws-used-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read parts-used-file
                   at end move "T" to ws-eof
                   not at end
                       perform tally-one-usage
               end-read
           end-perform
           close parts-used-file
           .

       tally-one-usage section.
           move spaces to ws-u-ticket ws-u-cabinet ws-u-stamp ws-u-part
                          ws-u-qty ws-u-cost
           unstring pu-line delimited by ","
               into ws-u-ticket ws-u-cabinet ws-u-stamp ws-u-part
                    ws-u-qty ws-u-cost
           if ws-u-stamp(1:4) is not numeric
               or ws-u-stamp(6:2) is not numeric
               or ws-u-stamp(9:2) is not numeric
               or ws-u-qty = spaces or ws-u-cost = spaces
               exit section
           end-if
           compute ws-stamp-date =
               function numval(ws-u-stamp(1:4)) * 10000
               + function numval(ws-u-stamp(6:2)) * 100
               + function numval(ws-u-stamp(9:2))
           compute ws-used-int = function integer-of-date(ws-stamp-date)
           compute ws-age-days = ws-today-int - ws-used-int
           if ws-age-days < 0 or ws-age-days >= 365
               exit section
           end-if
           compute ws-u-qty-num = function numval(ws-u-qty)
           compute ws-u-cents rounded =
               ws-u-qty-num * function numval(ws-u-cost) * 100

           if ws-age-days < 28
               perform varying ws-part-index from 1 by 1
                       until ws-part-index > ws-part-count
                   if ws-part-no(ws-part-index) = ws-u-part
                       add ws-u-qty-num
                           to ws-part-used-28(ws-part-index)
                       exit perform
                   end-if
               end-perform
           end-if

           move 0 to ws-found-index
           perform varying ws-cab-index from 1 by 1
                   until ws-cab-index > ws-cab-count
               if ws-cab-id(ws-cab-index) = ws-u-cabinet
                   move ws-cab-index to ws-found-index
                   exit perform
               end-if
           end-perform
           if ws-found-index = 0
               if ws-cab-count >= 300
                   exit section
               end-if
               add 1 to ws-cab-count
               move ws-cab-count to ws-found-index
               move ws-u-cabinet to ws-cab-id(ws-found-index)
               move spaces to ws-cab-title(ws-found-index)
               move 0 to ws-cab-cents-28(ws-found-index)
               move 0 to ws-cab-cents-365(ws-found-index)
               move 0 to ws-cab-parts-365(ws-found-index)
           end-if
           add ws-u-cents to ws-cab-cents-365(ws-found-index)
           add ws-u-cents to ws-total-cents-365
           add ws-u-qty-num to ws-cab-parts-365(ws-found-index)
           if ws-age-days < 28
               add ws-u-cents to ws-cab-cents-28(ws-found-index)
               add ws-u-cents to ws-total-cents-28
           end-if
           .

      *> Dearest over the year first; straight exchange sort like the
      *> other CabinetOps reports.
       sort-cabinets section.
           perform varying ws-cab-index from 1 by 1
                   until ws-cab-index >= ws-cab-count
               perform varying ws-cab-index2 from 1 by 1
                       until ws-cab-index2 >= ws-cab-count
                   if ws-cab-cents-365(ws-cab-index2)
                           < ws-cab-cents-365(ws-cab-index2 + 1)
                       move ws-cab-entry(ws-cab-index2)
                           to ws-swap-entry
                       move ws-cab-entry(ws-cab-index2 + 1)
                           to ws-cab-entry(ws-cab-index2)
                       move ws-swap-entry
                           to ws-cab-entry(ws-cab-index2 + 1)
                   end-if
               end-perform
           end-perform
           .

       write-reorder-list section.
           move "PARTS AT OR BELOW THEIR REORDER POINT" to report-line
           write report-line
           if ws-part-count = 0
               move "  No parts master (parts.dat) on this floor."
                   to report-line
               write report-line
               exit section
           end-if
           move "  PART          DESCRIPTION                     "
               & "ON HAND  REORDER  USED 4 WKS"
               to report-line
           write report-line
           perform varying ws-part-index from 1 by 1
                   until ws-part-index > ws-part-count
               if ws-part-on-hand(ws-part-index)
                       <= ws-part-reorder(ws-part-index)
                   add 1 to ws-reorder-count
                   move ws-part-on-hand(ws-part-index) to ws-qty-disp
                   move ws-part-reorder(ws-part-index)
                       to ws-reorder-disp
                   move ws-part-used-28(ws-part-index) to ws-used-disp
                   move spaces to ws-report-line-out
                   string "  " ws-part-no(ws-part-index)
                          "  " ws-part-desc(ws-part-index)
                          "    " ws-qty-disp
                          "    " ws-reorder-disp
                          "       " ws-used-disp
                       delimited by size into ws-report-line-out
                   end-string
                   move ws-report-line-out to report-line
                   write report-line
               end-if
           end-perform
           if ws-reorder-count = 0
               move "  Nothing to reorder this week." to report-line
               write report-line
           end-if
           .

       write-cabinet-costs section.
           move "PARTS COST PER CABINET (closed tickets)"
               to report-line
           write report-line
           move "  CABINET   TITLE              LAST 4 WKS"
               & "    LAST 12 MO  PARTS"
               to report-line
           write report-line
           perform varying ws-cab-index from 1 by 1
                   until ws-cab-index > ws-cab-count
               if ws-cab-cents-365(ws-cab-index) > 0
                   compute ws-money-amount =
                       ws-cab-cents-28(ws-cab-index) / 100
                   move ws-money-amount to ws-money-disp-28
                   compute ws-money-amount =
                       ws-cab-cents-365(ws-cab-index) / 100
                   move ws-money-amount to ws-money-disp-365
                   move ws-cab-parts-365(ws-cab-index) to ws-qty-disp
                   move spaces to ws-report-line-out
                   string "  " ws-cab-id(ws-cab-index)
                          "  " ws-cab-title(ws-cab-index)
                          " " ws-money-disp-28
                          "  " ws-money-disp-365
                          "  " ws-qty-disp
                       delimited by size into ws-report-line-out
                   end-string
                   move ws-report-line-out to report-line
                   write report-line
               end-if
           end-perform
           if ws-total-cents-365 = 0
               move "  No parts booked to tickets in the last 12 "
                   & "months." to report-line
               write report-line
               exit section
           end-if
           compute ws-money-amount = ws-total-cents-28 / 100
           move ws-money-amount to ws-money-disp-28
           compute ws-money-amount = ws-total-cents-365 / 100
           move ws-money-amount to ws-money-disp-365
           move spaces to ws-report-line-out
           string "  ALL CABINETS               " ws-money-disp-28
                  "  " ws-money-disp-365
               delimited by size into ws-report-line-out
           end-string
           move ws-report-line-out to report-line
           write report-line
           .

       end program PartsReport.
