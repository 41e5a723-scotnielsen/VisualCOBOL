      ********************************************************************************************************
      *
      * Copyright (C) Micro Focus 2010-2013.
      * All rights reserved.
      *
      *  This sample code is supplied for demonstration purposes only on an "as is" basis and "is for use at
      *  your own risk".
      *
      ********************************************************************************************************

      *> Warranty claims report: the repairs the vendor should be paying
      *> for. Lists every CLOSED ticket in workorders.dat opened while its
      *> cabinet's cover in warranty.dat (WarrantyMaint) was in force and
      *> not yet recorded as claimed in warrantyclaims.dat -- with the
      *> vendor and claim contact to send it to, what was wrong and what
      *> was done, and the parts WorkOrders booked to the ticket
      *> (partsused.dat) at their cost, the figure to claim back. A claim
      *> once made is recorded through WarrantyMaint and drops off the
      *> list. Written to warrantyclaims.txt. Run weekly from a
      *> Games\CabinetOps working directory.
       program-id. WarrantyClaims as "WarrantyClaims".

       environment division.
       configuration section.

       input-output section.
       file-control.
           select warranty-file
                   assign to "warranty.dat"
                   organization is line sequential
                   file status is ws-warranty-status.
           select claims-file
                   assign to "warrantyclaims.dat"
                   organization is line sequential
                   file status is ws-claims-status.
           select parts-used-file
                   assign to "partsused.dat"
                   organization is line sequential
                   file status is ws-used-status.
           select orders-file
                   assign to "workorders.dat"
                   organization is line sequential
                   file status is ws-orders-status.
           select report-file assign to "warrantyclaims.txt"
                               organization is line sequential.

       data division.
       file section.
       fd warranty-file record contains 120 characters.
       01 wa-line           pic x(120).

       fd claims-file record contains 80 characters.
       01 wc-line           pic x(80).

       fd parts-used-file record contains 80 characters.
       01 pu-line           pic x(80).

       fd orders-file record contains 250 characters.
       01 wo-line           pic x(250).

       fd report-file record contains 132 characters.
       01 report-line       pic x(132).

       working-storage section.
       01 ws-warranty-status    pic xx.
       01 ws-claims-status      pic xx.
       01 ws-used-status        pic xx.
       01 ws-orders-status      pic xx.
       01 ws-eof                pic x.

      *> The cover on file.
       01 ws-cover-count        pic 9(3) value 0.
       01 ws-cover-table.
           03 ws-cover-entry occurs 300.
               05 ws-cover-cabinet     pic x(8).
               05 ws-cover-vendor      pic x(20).
               05 ws-cover-type        pic x(8).
               05 ws-cover-start       pic x(8).
               05 ws-cover-end         pic x(8).
               05 ws-cover-contact     pic x(40).
       01 ws-cover-index        pic 9(3).
       01 ws-found-index        pic 9(3).

      *> Tickets already claimed.
       01 ws-claimed-count      pic 9(4) value 0.
       01 ws-claimed-table.
           03 ws-claimed-ticket occurs 2000 pic x(6).
       01 ws-claimed-index      pic 9(4).
       01 ws-claimed            pic x.

      *> Parts cost booked to each ticket, in cents.
       01 ws-cost-count         pic 9(4) value 0.
       01 ws-cost-table.
           03 ws-cost-entry occurs 2000.
               05 ws-cost-ticket       pic x(6).
               05 ws-cost-cents        pic 9(9).
       01 ws-cost-index         pic 9(4).
       01 ws-ticket-cents       pic 9(9).

       01 ws-u-ticket           pic x(6).
       01 ws-u-cabinet          pic x(8).
       01 ws-u-stamp            pic x(19).
       01 ws-u-part             pic x(12).
       01 ws-u-qty              pic x(6).
       01 ws-u-cost             pic x(10).
       01 ws-u-cents            pic 9(9).

      *> Parsed ticket fields.
       01 ws-t-id               pic x(6).
       01 ws-t-cabinet          pic x(8).
       01 ws-t-opened           pic x(19).
       01 ws-t-status           pic x(6).
       01 ws-t-closed           pic x(19).
       01 ws-t-downtime         pic x(6).
       01 ws-t-symptom          pic x(80).
       01 ws-t-fix              pic x(80).
       01 ws-t-opened-date      pic x(8).

       01 ws-listed             pic 9(4) value 0.
       01 ws-total-cents        pic 9(9) value 0.
       01 ws-money-amount       pic 9(7)v99.
       01 ws-money-disp         pic z,zzz,zz9.99.
       01 ws-report-line-out    pic x(132).

       procedure division.
       main-line section.
           perform load-cover
           perform load-claimed
           perform load-parts-cost

           open output report-file
           move spaces to ws-report-line-out
           string "WARRANTY CLAIMS - COVERED TICKETS NOT YET CLAIMED, "
                  function current-date(1:4) "-"
                  function current-date(5:2) "-"
                  function current-date(7:2)
               delimited by size into ws-report-line-out
           end-string
           move ws-report-line-out to report-line
           write report-line
           move spaces to report-line
           write report-line

           if ws-cover-count = 0
               move "No cabinets under warranty or contract."
                   to report-line
               write report-line
           else
               open input orders-file
               if ws-orders-status = "00"
                   move "F" to ws-eof
                   perform until ws-eof = "T"
                       read orders-file
                           at end move "T" to ws-eof
                           not at end
                               perform judge-one-ticket
                       end-read
                   end-perform
                   close orders-file
               end-if
           end-if

           move spaces to report-line
           write report-line
           compute ws-money-amount = ws-total-cents / 100
           move ws-money-amount to ws-money-disp
           move spaces to ws-report-line-out
           string ws-listed " ticket(s) to claim; parts "
                  ws-money-disp
               delimited by size into ws-report-line-out
           end-string
           move ws-report-line-out to report-line
           write report-line
           close report-file
           display "Claims report written to warrantyclaims.txt ("
                   ws-listed " to claim)"
           stop run
           .

       load-cover section.
           open input warranty-file
           if ws-warranty-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read warranty-file
                   at end move "T" to ws-eof
                   not at end
                       if wa-line not = spaces and ws-cover-count < 300
                           add 1 to ws-cover-count
                           move spaces to ws-cover-entry(ws-cover-count)
                           unstring wa-line delimited by ","
                               into ws-cover-cabinet(ws-cover-count)
                                    ws-cover-vendor(ws-cover-count)
                                    ws-cover-type(ws-cover-count)
                                    ws-cover-start(ws-cover-count)
                                    ws-cover-end(ws-cover-count)
                                    ws-cover-contact(ws-cover-count)
                       end-if
               end-read
           end-perform
           close warranty-file
           .

       load-claimed section.
           open input claims-file
           if ws-claims-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read claims-file
                   at end move "T" to ws-eof
                   not at end
                       if ws-claimed-count < 2000
                           add 1 to ws-claimed-count
                           move spaces
                               to ws-claimed-ticket(ws-claimed-count)
                           unstring wc-line delimited by ","
                               into ws-claimed-ticket(ws-claimed-count)
                       end-if
               end-read
           end-perform
           close claims-file
           .

       load-parts-cost section.
           open input parts-used-file
           if ws-used-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read parts-used-file
                   at end move "T" to ws-eof
                   not at end
                       move spaces to ws-u-ticket ws-u-cabinet
                                      ws-u-stamp ws-u-part ws-u-qty
                                      ws-u-cost
                       unstring pu-line delimited by ","
                           into ws-u-ticket ws-u-cabinet ws-u-stamp
                                ws-u-part ws-u-qty ws-u-cost
                       if ws-u-qty not = spaces
                           and ws-u-cost not = spaces
                           perform add-ticket-cost
                       end-if
               end-read
           end-perform
           close parts-used-file
           .

       add-ticket-cost section.
           compute ws-u-cents rounded = function numval(ws-u-qty)
               * function numval(ws-u-cost) * 100
           perform varying ws-cost-index from 1 by 1
                   until ws-cost-index > ws-cost-count
               if ws-cost-ticket(ws-cost-index) = ws-u-ticket
                   add ws-u-cents to ws-cost-cents(ws-cost-index)
                   exit section
               end-if
           end-perform
           if ws-cost-count < 2000
               add 1 to ws-cost-count
               move ws-u-ticket to ws-cost-ticket(ws-cost-count)
               move ws-u-cents to ws-cost-cents(ws-cost-count)
           end-if
           .

      *> Covered means opened inside the cover's dates: a fault that
      *> arose in warranty is claimable even if the fix came later.
       judge-one-ticket section.
           move spaces to ws-t-id ws-t-cabinet ws-t-opened ws-t-status
                          ws-t-closed ws-t-downtime ws-t-symptom
                          ws-t-fix
           unstring wo-line delimited by "|"
               into ws-t-id ws-t-cabinet ws-t-opened ws-t-status
                    ws-t-closed ws-t-downtime ws-t-symptom ws-t-fix
           if ws-t-status not = "CLOSED"
               or ws-t-opened(1:4) is not numeric
               exit section
           end-if
           string ws-t-opened(1:4) ws-t-opened(6:2) ws-t-opened(9:2)
               delimited by size into ws-t-opened-date
           end-string

           move 0 to ws-found-index
           perform varying ws-cover-index from 1 by 1
                   until ws-cover-index > ws-cover-count
               if ws-cover-cabinet(ws-cover-index) = ws-t-cabinet
                   move ws-cover-index to ws-found-index
                   exit perform
               end-if
           end-perform
           if ws-found-index = 0
               exit section
           end-if
           if ws-t-opened-date < ws-cover-start(ws-found-index)
               or ws-t-opened-date > ws-cover-end(ws-found-index)
               exit section
           end-if

           move "N" to ws-claimed
           perform varying ws-claimed-index from 1 by 1
                   until ws-claimed-index > ws-claimed-count
               if ws-claimed-ticket(ws-claimed-index) = ws-t-id
                   move "Y" to ws-claimed
                   exit perform
               end-if
           end-perform
           if ws-claimed = "Y"
               exit section
           end-if

           move 0 to ws-ticket-cents
           perform varying ws-cost-index from 1 by 1
                   until ws-cost-index > ws-cost-count
               if ws-cost-ticket(ws-cost-index) = ws-t-id
                   move ws-cost-cents(ws-cost-index)
                       to ws-ticket-cents
                   exit perform
               end-if
           end-perform
           add ws-ticket-cents to ws-total-cents
           add 1 to ws-listed
           perform write-ticket-entry
           .

       write-ticket-entry section.
           compute ws-money-amount = ws-ticket-cents / 100
           move ws-money-amount to ws-money-disp
           move spaces to ws-report-line-out
           string "#" ws-t-id "  " ws-t-cabinet
                  "  opened " ws-t-opened(1:10)
                  "  closed " ws-t-closed(1:10)
                  "  parts " ws-money-disp
               delimited by size into ws-report-line-out
           end-string
           move ws-report-line-out to report-line
           write report-line
           move spaces to ws-report-line-out
           string "    claim with " delimited by size
                  ws-cover-vendor(ws-found-index) delimited by "  "
                  " (" delimited by size
                  ws-cover-type(ws-found-index) delimited by space
                  " to " ws-cover-end(ws-found-index)
                  "): " delimited by size
                  ws-cover-contact(ws-found-index) delimited by "  "
               into ws-report-line-out
           end-string
           move ws-report-line-out to report-line
           write report-line
           move spaces to ws-report-line-out
           string "    symptom: " ws-t-symptom
               delimited by size into ws-report-line-out
           end-string
           move ws-report-line-out to report-line
           write report-line
           move spaces to ws-report-line-out
           string "    fix:     " ws-t-fix
               delimited by size into ws-report-line-out
           end-string
           move ws-report-line-out to report-line
           write report-line
           .

       end program WarrantyClaims.
