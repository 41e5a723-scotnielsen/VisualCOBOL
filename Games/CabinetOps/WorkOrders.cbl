      *> computed from open to close), list what's open, and read one
      *> cabinet's closed history before deciding whether a machine is a
      *> lemon. Run from a Games\CabinetOps working directory.
      *> The attendant signs on through the shared OperatorSignOn gate, and
      *> the ticket line carries who opened it and who closed it after the
      *> fix ("...|fix|opened-by|closed-by"; an automatic ticket has no
      *> opener), for the operator activity audit.
      *> Parts: closing a ticket asks for the spare parts the fix used, by
      *> part number and quantity, until ENTER on its own. Each is taken
      *> off the stock in parts.dat (the PartsMaint master) and recorded
      *> against the ticket in partsused.dat, one line per part -- "ticket,
      *> cabinet,closed,part,quantity,unit-cost,closed-by" -- at the unit
      *> cost on file that day, for PartsReport's cost per cabinet. Using
      *> more than the books say are on hand empties the stock and asks
      *> for a recount rather than refusing: the part is already in the
      *> machine. With no parts master set up, nothing is asked.
      *> Warranty: opening a ticket on a cabinet whose cover in
      *> warranty.dat (WarrantyMaint) is in force today shows IN WARRANTY
      *> with the vendor and claim contact, so the repair is claimed, not
      *> paid for.
       program-id. WorkOrders as "WorkOrders".

       environment division.
                   assign to "workorders.dat.tmp"
                   organization is line sequential
                   file status is ws-temp-status.
           select parts-file
                   assign to "parts.dat"
                   organization is line sequential
                   file status is ws-parts-status.
           select parts-temp-file
                   assign to "parts.dat.tmp"
                   organization is line sequential
                   file status is ws-parts-temp-status.
           select warranty-file
                   assign to "warranty.dat"
                   organization is line sequential
                   file status is ws-warranty-status.
           select parts-used-file
                   assign to "partsused.dat"
                   organization is line sequential
                   file status is ws-used-status.

       data division.
       file section.
       fd orders-temp-file record contains 250 characters.
       01 wt-line           pic x(250).

       fd parts-file record contains 80 characters.
       01 pt-line           pic x(80).

       fd parts-temp-file record contains 80 characters.
       01 pp-line           pic x(80).

       fd warranty-file record contains 120 characters.
       01 wa-line           pic x(120).

       fd parts-used-file record contains 80 characters.
       01 pu-line           pic x(80).

       working-storage section.
       01 ws-orders-status      pic xx.
       01 ws-temp-status        pic xx.
       01 ws-t-downtime         pic x(6).
       01 ws-t-symptom          pic x(80).
       01 ws-t-fix              pic x(80).
       01 ws-t-opened-by        pic x(3).
       01 ws-t-closed-by        pic x(3).

       01 ws-entry-cabinet      pic x(8).
       01 ws-entry-symptom      pic x(80).
       01 ws-stamp-date         pic 9(8).
       01 ws-line-out           pic x(250).
       01 ws-rename-rc          pic s9(9) comp-5.
       01 ws-signed-operator    pic x(3).
       01 ws-operator-role      pic x(10).

      *> The parts master, held while a closed ticket's parts are taken
      *> off stock.
       01 ws-parts-status       pic xx.
       01 ws-parts-temp-status  pic xx.
       01 ws-used-status        pic xx.
       01 ws-part-count         pic 9(3) value 0.
       01 ws-part-table.
           03 ws-part-entry occurs 500.
               05 ws-part-no           pic x(12).
               05 ws-part-desc         pic x(30).
               05 ws-part-cost         pic 9(5)v99.
               05 ws-part-on-hand      pic 9(5).
               05 ws-part-reorder      pic 9(5).
       01 ws-part-index         pic 9(3).
       01 ws-found-index        pic 9(3).
       01 ws-p-no               pic x(12).
       01 ws-p-desc             pic x(30).
       01 ws-p-cost             pic x(10).
       01 ws-p-on-hand          pic x(6).
       01 ws-p-reorder          pic x(6).
       01 ws-typed-part         pic x(12).
       01 ws-typed-qty          pic 9(5).
       01 ws-parts-changed      pic x.
       01 ws-parts-done         pic x.
       01 ws-closed-id          pic x(6).
       01 ws-closed-cabinet     pic x(8).
       01 ws-cost-out           pic 9(5).99.
       01 ws-qty-disp           pic zzzz9.
       01 ws-parts-name         pic x(20) value "parts.dat".

      *> A cabinet's cover from warranty.dat.
       01 ws-warranty-status    pic xx.
       01 ws-w-cabinet          pic x(8).
       01 ws-w-vendor           pic x(20).
       01 ws-w-type             pic x(8).
       01 ws-w-start            pic x(8).
       01 ws-w-end              pic x(8).
       01 ws-w-contact          pic x(40).
       01 ws-today              pic x(8).
       01 ws-parts-temp-name    pic x(20) value "parts.dat.tmp".

       procedure division.
       main-line section.
           call "OperatorSignOn" using ws-signed-operator
                                       ws-operator-role
           perform until ws-done = "T"
               perform show-menu
               evaluate ws-menu-choice
           .

       parse-ticket-line section.
           move spaces to ws-t-opened-by ws-t-closed-by
           unstring wo-line delimited by "|"
               into ws-t-id ws-t-cabinet ws-t-opened ws-t-status
                    ws-t-closed ws-t-downtime ws-t-symptom ws-t-fix
                    ws-t-opened-by ws-t-closed-by
           .

       open-ticket section.
           perform append-new-ticket
           display "Ticket #" ws-next-id " opened for "
                   ws-entry-cabinet "."
           perform show-warranty-cover
           .

       show-warranty-cover section.
           move function current-date(1:8) to ws-today
           open input warranty-file
           if ws-warranty-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read warranty-file
                   at end move "T" to ws-eof
                   not at end
                       move spaces to ws-w-cabinet ws-w-vendor ws-w-type
                                      ws-w-start ws-w-end ws-w-contact
                       unstring wa-line delimited by ","
                           into ws-w-cabinet ws-w-vendor ws-w-type
                                ws-w-start ws-w-end ws-w-contact
                       if ws-w-cabinet = ws-entry-cabinet
                           and ws-w-start <= ws-today
                           and ws-w-end >= ws-today
                           display "IN WARRANTY - " ws-w-type " cover "
                                   "with " ws-w-vendor " until "
                                   ws-w-end
                           display "  claim contact: " ws-w-contact
                           move "T" to ws-eof
                       end-if
               end-read
           end-perform
           close warranty-file
           .

      *> Shared with FloorOpenCheck's automatic tickets: the next id is
                  "|" ws-now-stamp
                  "|OPEN||000000|" delimited by size
                  ws-entry-symptom delimited by size
                  "||" ws-signed-operator "|" delimited by size
                  into ws-line-out
           end-string
           move ws-line-out to wo-line
           if ws-found = "Y"
               display "Ticket #" ws-entry-id " closed ("
                       ws-downtime-mins " minute(s) of downtime)."
               perform record-parts-used
           else
               display "No open ticket with that number."
           end-if
               and function numval(ws-t-id)
                   = function numval(ws-entry-id)
               move "Y" to ws-found
               move ws-t-id to ws-closed-id
               move ws-t-cabinet to ws-closed-cabinet
               perform compute-downtime
               move spaces to ws-line-out
               string ws-t-id
                      ws-t-symptom delimited by size
                      "|" delimited by size
                      ws-entry-fix delimited by size
                      "|" ws-t-opened-by
                      "|" ws-signed-operator delimited by size
                      into ws-line-out
               end-string
               move ws-line-out to wt-line
           end-if
           .

      *> The parts the fix used, taken off stock and booked to the ticket.
       record-parts-used section.
           perform load-parts
           if ws-part-count = 0
               exit section
           end-if
           move "N" to ws-parts-changed
           move "F" to ws-parts-done
           perform until ws-parts-done = "T"
               display "Part number used (ENTER when done): "
                       with no advancing
               move spaces to ws-typed-part
               accept ws-typed-part
               move function upper-case(ws-typed-part)
                   to ws-typed-part
               move 0 to ws-found-index
               perform varying ws-part-index from 1 by 1
                       until ws-part-index > ws-part-count
                   if ws-part-no(ws-part-index) = ws-typed-part
                       move ws-part-index to ws-found-index
                       exit perform
                   end-if
               end-perform
               evaluate true
                   when ws-typed-part = spaces
                       move "T" to ws-parts-done
                   when ws-found-index = 0
                       display "No part " ws-typed-part " on file - "
                               "add it in PartsMaint, then book it "
                               "here."
                   when other
                       display ws-part-desc(ws-found-index)
                       display "Quantity used: " with no advancing
                       move 0 to ws-typed-qty
                       accept ws-typed-qty
                       if ws-typed-qty > 0
                           perform take-part-off-stock
                       end-if
               end-evaluate
           end-perform
           if ws-parts-changed = "Y"
               perform rewrite-parts
           end-if
           .

       take-part-off-stock section.
           if ws-typed-qty > ws-part-on-hand(ws-found-index)
               move ws-part-on-hand(ws-found-index) to ws-qty-disp
               display "Only" ws-qty-disp " on hand by the books - "
                       "stock set to zero; recount it in PartsMaint."
               move 0 to ws-part-on-hand(ws-found-index)
           else
               subtract ws-typed-qty
                   from ws-part-on-hand(ws-found-index)
           end-if
           move "Y" to ws-parts-changed

           open extend parts-used-file
           if ws-used-status = "35"
               open output parts-used-file
           end-if
           if ws-used-status not = "00"
               display "Cannot record the part against the ticket."
               exit section
           end-if
           move ws-part-cost(ws-found-index) to ws-cost-out
           move spaces to ws-line-out
           string ws-closed-id
                  "," delimited by size
                  ws-closed-cabinet delimited by space
                  "," ws-now-stamp "," delimited by size
                  ws-typed-part delimited by space
                  "," ws-typed-qty "," ws-cost-out ","
                  ws-signed-operator delimited by size
                  into ws-line-out
           end-string
           move ws-line-out to pu-line
           write pu-line
           close parts-used-file
           move ws-part-on-hand(ws-found-index) to ws-qty-disp
           display ws-typed-part " booked to ticket #" ws-closed-id
                   ";" ws-qty-disp " left on hand."
           .

      *> Same layout PartsMaint reads and writes.
       load-parts section.
           move 0 to ws-part-count
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
           move 0 to ws-part-cost(ws-part-count)
           move 0 to ws-part-on-hand(ws-part-count)
           move 0 to ws-part-reorder(ws-part-count)
           if ws-p-cost not = spaces
               compute ws-part-cost(ws-part-count)
                   = function numval(ws-p-cost)
           end-if
           if ws-p-on-hand not = spaces
               compute ws-part-on-hand(ws-part-count)
                   = function numval(ws-p-on-hand)
           end-if
           if ws-p-reorder not = spaces
               compute ws-part-reorder(ws-part-count)
                   = function numval(ws-p-reorder)
           end-if
           .

       rewrite-parts section.
           open output parts-temp-file
           if ws-parts-temp-status not = "00"
               display "Cannot write the parts master."
               exit section
           end-if
           perform varying ws-part-index from 1 by 1
                   until ws-part-index > ws-part-count
               move ws-part-cost(ws-part-index) to ws-cost-out
               move spaces to pp-line
               string ws-part-no(ws-part-index) delimited by space
                      "," delimited by size
                      ws-part-desc(ws-part-index) delimited by "  "
                      "," delimited by size
                      ws-cost-out delimited by size
                      "," delimited by size
                      ws-part-on-hand(ws-part-index) delimited by size
                      "," delimited by size
                      ws-part-reorder(ws-part-index) delimited by size
                   into pp-line
               end-string
               write pp-line
           end-perform
           close parts-temp-file
           call "CBL_DELETE_FILE" using ws-parts-name
               returning ws-rename-rc
           call "CBL_RENAME_FILE" using ws-parts-temp-name
                                        ws-parts-name
               returning ws-rename-rc
           .

      *> Actual downtime, open to close, in whole minutes.
       compute-downtime section.
           move 0 to ws-downtime-mins
