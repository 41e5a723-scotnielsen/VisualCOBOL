      ********************************************************************************************************
      *
      * Copyright (C) Micro Focus 2010-2013.
      * All rights reserved.
      *
      *  This sample code is supplied for demonstration purposes only on an "as is" basis and "is for use at
      *  your own risk".
      *
      ********************************************************************************************************

      *> Warranty and service-contract maintenance: the menu for
      *> warranty.dat, the cover each cabinet still has with its vendor, so
      *> repairs the vendor should pay for are claimed instead of paid
      *> for twice. One line per covered cabinet, keyed on the cabinet id
      *> -- "cabinet,vendor,type,start,end,claim-contact" -- the type
      *> WARRANTY (the manufacturer's) or SERVICE (a bought contract), the
      *> dates yyyymmdd, cover running to the end of the end date. A
      *> renewal replaces the cabinet's line. WorkOrders shows IN WARRANTY
      *> as a ticket is opened on a covered cabinet, WarrantyClaims lists
      *> the covered tickets closed and not yet claimed, and AlertScan
      *> raises a LOW WARRANTY-END alert 30 days before any cover runs
      *> out. Claims made are recorded here against the ticket, in
      *> warrantyclaims.dat ("ticket,cabinet,claimed,vendor-reference,
      *> by-operator"), which takes the ticket off the claims report.
      *> Every change is journaled to warrantyjournal.log ("timestamp,
      *> action,cabinet,old,new,by-operator" -- COVER, CONTACT, REMOVE,
      *> CLAIM). Needs a TECHNICIAN or SUPERVISOR sign-on. The file is
      *> rewritten through a temp file. Run from a Games\CabinetOps
      *> working directory.
       program-id. WarrantyMaint as "WarrantyMaint".

       environment division.
       configuration section.

       input-output section.
       file-control.
           select warranty-file
                   assign to "warranty.dat"
                   organization is line sequential
                   file status is ws-warranty-status.
           select warranty-temp-file
                   assign to "warranty.dat.tmp"
                   organization is line sequential
                   file status is ws-warranty-temp-status.
           select claims-file
                   assign to "warrantyclaims.dat"
                   organization is line sequential
                   file status is ws-claims-status.
           select orders-file
                   assign to "workorders.dat"
                   organization is line sequential
                   file status is ws-orders-status.
           select cabinet-file
                   assign to "cabinets.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is cb-cabinet-id
                   file status is ws-cabinet-status.
           select journal-file
                   assign to "warrantyjournal.log"
                   organization is line sequential
                   file status is ws-journal-status.

       data division.
       file section.
       fd warranty-file record contains 120 characters.
       01 wa-line           pic x(120).

       fd warranty-temp-file record contains 120 characters.
       01 wp-line           pic x(120).

       fd claims-file record contains 80 characters.
       01 wc-line           pic x(80).

       fd orders-file record contains 250 characters.
       01 wo-line           pic x(250).

       fd cabinet-file record contains 121 characters.
       01 cb-record.
           03 cb-cabinet-id    pic x(8).
           03 cb-title         pic x(16).
           03 cb-location      pic x(20).
           03 cb-directory     pic x(64).
           03 cb-in-service    pic x.
           03 cb-install-date  pic x(8).
           03 cb-site          pic x(4).

       fd journal-file record contains 132 characters.
       01 jr-line           pic x(132).

       working-storage section.
       01 ws-warranty-status       pic xx.
       01 ws-warranty-temp-status  pic xx.
       01 ws-claims-status         pic xx.
       01 ws-orders-status         pic xx.
       01 ws-cabinet-status        pic xx.
       01 ws-journal-status        pic xx.
       01 ws-eof                   pic x.
       01 ws-menu-choice           pic x.
       01 ws-done                  pic x value "F".
       01 ws-signed-operator       pic x(3).
       01 ws-operator-role         pic x(10).
       01 ws-today                 pic x(8).

      *> The whole file, held while it is worked on.
       01 ws-cover-count           pic 9(3) value 0.
       01 ws-cover-table.
           03 ws-cover-entry occurs 300.
               05 ws-cover-cabinet     pic x(8).
               05 ws-cover-vendor      pic x(20).
               05 ws-cover-type        pic x(8).
               05 ws-cover-start       pic x(8).
               05 ws-cover-end         pic x(8).
               05 ws-cover-contact     pic x(40).
       01 ws-cover-index           pic 9(3).
       01 ws-found-index           pic 9(3).

       01 ws-typed-cabinet         pic x(8).
       01 ws-typed-vendor          pic x(20).
       01 ws-typed-type            pic x(8).
       01 ws-typed-start           pic x(8).
       01 ws-typed-end             pic x(8).
       01 ws-typed-contact         pic x(40).
       01 ws-typed-date            pic x(8).
       01 ws-typed-ticket          pic x(6).
       01 ws-typed-reference       pic x(20).
       01 ws-date-ok               pic x.
       01 ws-confirm               pic x.
       01 ws-state                 pic x(9).

      *> Parsed ticket fields, for checking a claim's ticket.
       01 ws-t-id                  pic x(6).
       01 ws-t-cabinet             pic x(8).
       01 ws-t-opened              pic x(19).
       01 ws-t-status              pic x(6).
       01 ws-ticket-found          pic x.
       01 ws-c-ticket              pic x(6).
       01 ws-already-claimed       pic x.

       01 ws-j-action              pic x(10).
       01 ws-j-cabinet             pic x(8).
       01 ws-j-old                 pic x(40).
       01 ws-j-new                 pic x(40).
       01 ws-rename-rc             pic s9(9) comp-5.
       01 ws-warranty-name         pic x(20) value "warranty.dat".
       01 ws-warranty-temp-name    pic x(20) value "warranty.dat.tmp".
       01 ws-line-out              pic x(132).

       procedure division.
       main-line section.
           call "OperatorSignOn" using ws-signed-operator
                                       ws-operator-role
           if ws-operator-role not = "TECHNICIAN"
               and ws-operator-role not = "SUPERVISOR"
               display "Warranty maintenance needs a technician or "
                       "supervisor sign-on."
               stop run
           end-if
           move function current-date(1:8) to ws-today
           perform load-cover
           perform until ws-done = "T"
               perform show-menu
               evaluate ws-menu-choice
                   when "1"
                       perform list-cover
                   when "2"
                       perform add-or-renew-cover
                   when "3"
                       perform change-contact
                   when "4"
                       perform remove-cover
                   when "5"
                       perform record-claim
                   when "6"
                       move "T" to ws-done
                   when other
                       display "Unrecognized choice."
               end-evaluate
           end-perform
           stop run
           .

       show-menu section.
           display " "
           display "WARRANTY AND SERVICE CONTRACTS - signed on as "
                   ws-signed-operator
           display "  1. List cover"
           display "  2. Add or renew a cabinet's cover"
           display "  3. Change a cabinet's claim contact"
           display "  4. Remove a cabinet's cover"
           display "  5. Record a claim made on a ticket"
           display "  6. Exit"
           display "Choice: " with no advancing
           accept ws-menu-choice
           .

       load-cover section.
           move 0 to ws-cover-count
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

       list-cover section.
           if ws-cover-count = 0
               display "No cabinets under warranty or contract."
               exit section
           end-if
           perform varying ws-cover-index from 1 by 1
                   until ws-cover-index > ws-cover-count
               evaluate true
                   when ws-cover-end(ws-cover-index) < ws-today
                       move "EXPIRED" to ws-state
                   when ws-cover-start(ws-cover-index) > ws-today
                       move "NOT YET" to ws-state
                   when other
                       move "IN FORCE" to ws-state
               end-evaluate
               display "  " ws-cover-cabinet(ws-cover-index) "  "
                       ws-cover-type(ws-cover-index) "  "
                       ws-cover-vendor(ws-cover-index) "  "
                       ws-cover-start(ws-cover-index) " to "
                       ws-cover-end(ws-cover-index) "  " ws-state
               display "            claims: "
                       ws-cover-contact(ws-cover-index)
           end-perform
           .

       accept-cabinet section.
           display "Cabinet id: " with no advancing
           move spaces to ws-typed-cabinet
           accept ws-typed-cabinet
           move 0 to ws-found-index
           perform varying ws-cover-index from 1 by 1
                   until ws-cover-index > ws-cover-count
               if ws-cover-cabinet(ws-cover-index) = ws-typed-cabinet
                   move ws-cover-index to ws-found-index
                   exit perform
               end-if
           end-perform
           .

      *> A yyyymmdd date, checked as far as a calendar allows.
       accept-date section.
           move "N" to ws-date-ok
           perform until ws-date-ok = "Y"
               move spaces to ws-typed-date
               accept ws-typed-date
               if ws-typed-date is numeric
                   and ws-typed-date(5:2) >= "01"
                   and ws-typed-date(5:2) <= "12"
                   and ws-typed-date(7:2) >= "01"
                   and ws-typed-date(7:2) <= "31"
                   and ws-typed-date(1:2) >= "19"
                   move "Y" to ws-date-ok
               else
                   display "A date as yyyymmdd, please: "
                           with no advancing
               end-if
           end-perform
           .

      *> The vendor and contact go into a comma-delimited line, so commas
      *> in them are turned into semicolons.
       accept-contact section.
           move spaces to ws-typed-contact
           perform until ws-typed-contact not = spaces
               display "Claim contact (name / phone / e-mail): "
                       with no advancing
               accept ws-typed-contact
           end-perform
           inspect ws-typed-contact replacing all "," by ";"
           .

       add-or-renew-cover section.
           perform accept-cabinet
           if ws-typed-cabinet = spaces
               display "A cabinet id is required."
               exit section
           end-if
           open input cabinet-file
           if ws-cabinet-status = "00"
               move ws-typed-cabinet to cb-cabinet-id
               read cabinet-file
                   invalid key
                       move "N" to ws-confirm
                   not invalid key
                       move "Y" to ws-confirm
               end-read
               close cabinet-file
               if ws-confirm = "N"
                   display "No cabinet " ws-typed-cabinet
                           " in the registry."
                   exit section
               end-if
           end-if
           if ws-found-index > 0
               display "Current cover: "
                       ws-cover-type(ws-found-index) " "
                       ws-cover-vendor(ws-found-index) " "
                       ws-cover-start(ws-found-index) " to "
                       ws-cover-end(ws-found-index)
               display "Replace it (renewal)? (Y/N): "
                       with no advancing
               accept ws-confirm
               if ws-confirm not = "Y" and ws-confirm not = "y"
                   exit section
               end-if
           else
               if ws-cover-count >= 300
                   display "The warranty file is full."
                   exit section
               end-if
           end-if

           move spaces to ws-typed-vendor
           perform until ws-typed-vendor not = spaces
               display "Vendor: " with no advancing
               accept ws-typed-vendor
           end-perform
           inspect ws-typed-vendor replacing all "," by ";"
           move spaces to ws-typed-type
           perform until ws-typed-type = "WARRANTY"
                   or ws-typed-type = "SERVICE"
               display "Type - W = manufacturer's warranty, "
                       "S = service contract: " with no advancing
               accept ws-confirm
               evaluate function upper-case(ws-confirm)
                   when "W"
                       move "WARRANTY" to ws-typed-type
                   when "S"
                       move "SERVICE" to ws-typed-type
               end-evaluate
           end-perform
           display "Start date (yyyymmdd): " with no advancing
           perform accept-date
           move ws-typed-date to ws-typed-start
           display "End date (yyyymmdd): " with no advancing
           perform accept-date
           move ws-typed-date to ws-typed-end
           if ws-typed-end < ws-typed-start
               display "The cover ends before it starts - not saved."
               exit section
           end-if
           perform accept-contact

           move spaces to ws-j-old
           if ws-found-index = 0
               add 1 to ws-cover-count
               move ws-cover-count to ws-found-index
           else
               string ws-cover-type(ws-found-index) delimited by space
                      " " ws-cover-start(ws-found-index)
                      "-" ws-cover-end(ws-found-index)
                      delimited by size into ws-j-old
               end-string
           end-if
           move ws-typed-cabinet to ws-cover-cabinet(ws-found-index)
           move ws-typed-vendor to ws-cover-vendor(ws-found-index)
           move ws-typed-type to ws-cover-type(ws-found-index)
           move ws-typed-start to ws-cover-start(ws-found-index)
           move ws-typed-end to ws-cover-end(ws-found-index)
           move ws-typed-contact to ws-cover-contact(ws-found-index)
           perform rewrite-cover
           move "COVER" to ws-j-action
           move ws-typed-cabinet to ws-j-cabinet
           move spaces to ws-j-new
           string ws-typed-type delimited by space
                  " " ws-typed-start "-" ws-typed-end
                  delimited by size into ws-j-new
           end-string
           perform journal-change
           display ws-typed-cabinet " covered " ws-typed-start " to "
                   ws-typed-end "."
           .

       change-contact section.
           perform accept-cabinet
           if ws-found-index = 0
               display "No cover on file for " ws-typed-cabinet "."
               exit section
           end-if
           display "Current claim contact: "
                   ws-cover-contact(ws-found-index)
           perform accept-contact
           move ws-cover-contact(ws-found-index) to ws-j-old
           move ws-typed-contact to ws-cover-contact(ws-found-index)
           perform rewrite-cover
           move "CONTACT" to ws-j-action
           move ws-typed-cabinet to ws-j-cabinet
           move ws-typed-contact to ws-j-new
           perform journal-change
           display "Claim contact changed."
           .

      *> For cover entered against the wrong cabinet, or a contract
      *> cancelled early; cover that simply runs out stays on file.
       remove-cover section.
           perform accept-cabinet
           if ws-found-index = 0
               display "No cover on file for " ws-typed-cabinet "."
               exit section
           end-if
           display "Remove " ws-cover-type(ws-found-index) " cover for "
                   ws-typed-cabinet "? (Y/N): " with no advancing
           accept ws-confirm
           if ws-confirm not = "Y" and ws-confirm not = "y"
               exit section
           end-if
           move spaces to ws-j-old
           string ws-cover-type(ws-found-index) delimited by space
                  " " ws-cover-start(ws-found-index)
                  "-" ws-cover-end(ws-found-index)
                  delimited by size into ws-j-old
           end-string
           perform varying ws-cover-index from ws-found-index by 1
                   until ws-cover-index >= ws-cover-count
               move ws-cover-entry(ws-cover-index + 1)
                   to ws-cover-entry(ws-cover-index)
           end-perform
           subtract 1 from ws-cover-count
           perform rewrite-cover
           move "REMOVE" to ws-j-action
           move ws-typed-cabinet to ws-j-cabinet
           move spaces to ws-j-new
           perform journal-change
           display "Cover removed."
           .

      *> The claim is booked against a ticket on a covered cabinet, once.
       record-claim section.
           display "Ticket number claimed: " with no advancing
           move spaces to ws-typed-ticket
           accept ws-typed-ticket
           if ws-typed-ticket = spaces
               exit section
           end-if
           move "N" to ws-ticket-found
           open input orders-file
           if ws-orders-status = "00"
               move "F" to ws-eof
               perform until ws-eof = "T"
                   read orders-file
                       at end move "T" to ws-eof
                       not at end
                           unstring wo-line delimited by "|"
                               into ws-t-id ws-t-cabinet ws-t-opened
                                    ws-t-status
                           if ws-t-id is numeric
                               and function numval(ws-t-id)
                                   = function numval(ws-typed-ticket)
                               move "Y" to ws-ticket-found
                               move "T" to ws-eof
                           end-if
                   end-read
               end-perform
               close orders-file
           end-if
           if ws-ticket-found = "N"
               display "No ticket #" ws-typed-ticket " on file."
               exit section
           end-if
           move 0 to ws-found-index
           perform varying ws-cover-index from 1 by 1
                   until ws-cover-index > ws-cover-count
               if ws-cover-cabinet(ws-cover-index) = ws-t-cabinet
                   move ws-cover-index to ws-found-index
                   exit perform
               end-if
           end-perform
           if ws-found-index = 0
               display "Cabinet " ws-t-cabinet " has no cover on file."
               exit section
           end-if

           move "N" to ws-already-claimed
           open input claims-file
           if ws-claims-status = "00"
               move "F" to ws-eof
               perform until ws-eof = "T"
                   read claims-file
                       at end move "T" to ws-eof
                       not at end
                           move spaces to ws-c-ticket
                           unstring wc-line delimited by ","
                               into ws-c-ticket
                           if ws-c-ticket = ws-t-id
                               move "Y" to ws-already-claimed
                           end-if
                   end-read
               end-perform
               close claims-file
           end-if
           if ws-already-claimed = "Y"
               display "Ticket #" ws-t-id " is already claimed."
               exit section
           end-if

           display "Ticket #" ws-t-id " on " ws-t-cabinet " ("
                   ws-t-status ") - claim with "
                   ws-cover-vendor(ws-found-index)
           display "Vendor's claim reference: " with no advancing
           move spaces to ws-typed-reference
           accept ws-typed-reference
           inspect ws-typed-reference replacing all "," by ";"
           open extend claims-file
           if ws-claims-status = "35"
               open output claims-file
           end-if
           if ws-claims-status not = "00"
               display "Cannot record the claim."
               exit section
           end-if
           move spaces to ws-line-out
           string ws-t-id "," delimited by size
                  ws-t-cabinet delimited by space
                  "," ws-today "," delimited by size
                  ws-typed-reference delimited by "  "
                  "," ws-signed-operator delimited by size
                  into ws-line-out
           end-string
           move ws-line-out to wc-line
           write wc-line
           close claims-file
           move "CLAIM" to ws-j-action
           move ws-t-cabinet to ws-j-cabinet
           move ws-t-id to ws-j-old
           move ws-typed-reference to ws-j-new
           perform journal-change
           display "Claim recorded for ticket #" ws-t-id "."
           .

       rewrite-cover section.
           open output warranty-temp-file
           if ws-warranty-temp-status not = "00"
               display "Cannot write the warranty file."
               exit section
           end-if
           perform varying ws-cover-index from 1 by 1
                   until ws-cover-index > ws-cover-count
               move spaces to wp-line
               string ws-cover-cabinet(ws-cover-index)
                          delimited by space
                      "," delimited by size
                      ws-cover-vendor(ws-cover-index) delimited by "  "
                      "," delimited by size
                      ws-cover-type(ws-cover-index) delimited by space
                      "," ws-cover-start(ws-cover-index)
                      "," ws-cover-end(ws-cover-index)
                      "," delimited by size
                      ws-cover-contact(ws-cover-index) delimited by "  "
                   into wp-line
               end-string
               write wp-line
           end-perform
           close warranty-temp-file
           call "CBL_DELETE_FILE" using ws-warranty-name
               returning ws-rename-rc
           call "CBL_RENAME_FILE" using ws-warranty-temp-name
                                        ws-warranty-name
               returning ws-rename-rc
           .

       journal-change section.
           open extend journal-file
           if ws-journal-status = "35"
               open output journal-file
           end-if
           if ws-journal-status not = "00"
               exit section
           end-if
           move spaces to ws-line-out
           string function current-date(1:4) "-"
                  function current-date(5:2) "-"
                  function current-date(7:2) " "
                  function current-date(9:2) ":"
                  function current-date(11:2) ":"
                  function current-date(13:2)
                  "," delimited by size
                  ws-j-action delimited by space
                  "," delimited by size
                  ws-j-cabinet delimited by space
                  "," delimited by size
                  ws-j-old delimited by "  "
                  "," delimited by size
                  ws-j-new delimited by "  "
                  "," delimited by size
                  ws-signed-operator delimited by size
               into ws-line-out
           end-string
           move ws-line-out to jr-line
           write jr-line
           close journal-file
           .

       end program WarrantyMaint.
