      ********************************************************************************************************
      *
      * Copyright (C) Micro Focus 2010-2013.
      * All rights reserved.
      *
      *  This sample code is supplied for demonstration purposes only on an "as is" basis and "is for use at
      *  your own risk".
      *
      ********************************************************************************************************

      *> Spare-parts master maintenance: the menu for parts.dat, the stock
      *> of joystick microswitches, coin mechs and fuses the floor's
      *> repairs draw on. Each line is "part,description,cost,on-hand,
      *> reorder-point" -- a part number of up to 12 characters, the
      *> description, the unit cost (nnnnn.nn), the stock on hand and the
      *> level at or below which the weekly PartsReport lists it for
      *> reordering. WorkOrders takes parts off stock as tickets are
      *> closed with them; this program is the stores side: add a part,
      *> correct its description or cost, set its reorder point, book a
      *> delivery in, and set the on-hand figure from a stock count.
      *> Parts are never deleted, so a part number in partsused.dat always
      *> still means something. Every change is journaled to
      *> partsjournal.log ("timestamp,action,part,old,new,by-operator" --
      *> ADD, DESC, COST, REORDER, RECEIVE, COUNT). Needs a TECHNICIAN or
      *> SUPERVISOR sign-on. The master is rewritten through a temp file.
      *> Run from a Games\CabinetOps working directory.
       program-id. PartsMaint as "PartsMaint".

       environment division.
       configuration section.

       input-output section.
       file-control.
           select parts-file
                   assign to "parts.dat"
                   organization is line sequential
                   file status is ws-parts-status.
           select parts-temp-file
                   assign to "parts.dat.tmp"
                   organization is line sequential
                   file status is ws-parts-temp-status.
           select journal-file
                   assign to "partsjournal.log"
                   organization is line sequential
                   file status is ws-journal-status.

       data division.
       file section.
       fd parts-file record contains 80 characters.
       01 pt-line           pic x(80).

       fd parts-temp-file record contains 80 characters.
       01 pp-line           pic x(80).

       fd journal-file record contains 120 characters.
       01 jr-line           pic x(120).

       working-storage section.
       01 ws-parts-status          pic xx.
       01 ws-parts-temp-status     pic xx.
       01 ws-journal-status        pic xx.
       01 ws-eof                   pic x.
       01 ws-menu-choice           pic x.
       01 ws-done                  pic x value "F".
       01 ws-signed-operator       pic x(3).
       01 ws-operator-role         pic x(10).

      *> The whole master, held while it is worked on.
       01 ws-part-count            pic 9(3) value 0.
       01 ws-part-table.
           03 ws-part-entry occurs 500.
               05 ws-part-no           pic x(12).
               05 ws-part-desc         pic x(30).
               05 ws-part-cost         pic 9(5)v99.
               05 ws-part-on-hand      pic 9(5).
               05 ws-part-reorder      pic 9(5).
       01 ws-part-index            pic 9(3).
       01 ws-found-index           pic 9(3).

       01 ws-p-no                  pic x(12).
       01 ws-p-desc                pic x(30).
       01 ws-p-cost                pic x(10).
       01 ws-p-on-hand             pic x(6).
       01 ws-p-reorder             pic x(6).

       01 ws-typed-part            pic x(12).
       01 ws-typed-desc            pic x(30).
       01 ws-typed-cost            pic x(10).
       01 ws-typed-qty             pic 9(5).
       01 ws-new-cost              pic 9(5)v99.
       01 ws-confirm               pic x.
       01 ws-comma-count           pic 9(3).

       01 ws-cost-out              pic 9(5).99.
       01 ws-cost-disp             pic zz,zz9.99.
       01 ws-qty-disp              pic zzzz9.
       01 ws-reorder-disp          pic zzzz9.

       01 ws-j-action              pic x(10).
       01 ws-j-old                 pic x(30).
       01 ws-j-new                 pic x(30).
       01 ws-rename-rc             pic s9(9) comp-5.
       01 ws-parts-name            pic x(20) value "parts.dat".
       01 ws-parts-temp-name       pic x(20) value "parts.dat.tmp".
       01 ws-line-out              pic x(120).

       procedure division.
       main-line section.
           call "OperatorSignOn" using ws-signed-operator
                                       ws-operator-role
           if ws-operator-role not = "TECHNICIAN"
               and ws-operator-role not = "SUPERVISOR"
               display "Parts maintenance needs a technician or "
                       "supervisor sign-on."
               stop run
           end-if
           perform load-parts
           perform until ws-done = "T"
               perform show-menu
               evaluate ws-menu-choice
                   when "1"
                       perform list-parts
                   when "2"
                       perform add-part
                   when "3"
                       perform change-description-or-cost
                   when "4"
                       perform change-reorder-point
                   when "5"
                       perform receive-stock
                   when "6"
                       perform record-stock-count
                   when "7"
                       move "T" to ws-done
                   when other
                       display "Unrecognized choice."
               end-evaluate
           end-perform
           stop run
           .

       show-menu section.
           display " "
           display "SPARE PARTS - signed on as " ws-signed-operator
           display "  1. List parts"
           display "  2. Add a part"
           display "  3. Change a part's description or cost"
           display "  4. Change a part's reorder point"
           display "  5. Receive stock (delivery in)"
           display "  6. Stock count (set on hand)"
           display "  7. Exit"
           display "Choice: " with no advancing
           accept ws-menu-choice
           .

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

       list-parts section.
           if ws-part-count = 0
               display "No parts on file."
               exit section
           end-if
           display "  PART          DESCRIPTION                      "
                   "   COST  ON HAND  REORDER"
           perform varying ws-part-index from 1 by 1
                   until ws-part-index > ws-part-count
               move ws-part-cost(ws-part-index) to ws-cost-disp
               move ws-part-on-hand(ws-part-index) to ws-qty-disp
               move ws-part-reorder(ws-part-index) to ws-reorder-disp
               if ws-part-on-hand(ws-part-index)
                       <= ws-part-reorder(ws-part-index)
                   display "  " ws-part-no(ws-part-index) "  "
                           ws-part-desc(ws-part-index) " "
                           ws-cost-disp "    " ws-qty-disp "    "
                           ws-reorder-disp "  (reorder)"
               else
                   display "  " ws-part-no(ws-part-index) "  "
                           ws-part-desc(ws-part-index) " "
                           ws-cost-disp "    " ws-qty-disp "    "
                           ws-reorder-disp
               end-if
           end-perform
           .

       accept-part-number section.
           display "Part number: " with no advancing
           move spaces to ws-typed-part
           accept ws-typed-part
           move function upper-case(ws-typed-part) to ws-typed-part
           move 0 to ws-found-index
           perform varying ws-part-index from 1 by 1
                   until ws-part-index > ws-part-count
               if ws-part-no(ws-part-index) = ws-typed-part
                   move ws-part-index to ws-found-index
                   exit perform
               end-if
           end-perform
           .

      *> A description goes into a comma-delimited line, so commas in
      *> it are turned into semicolons.
       accept-description section.
           move spaces to ws-typed-desc
           perform until ws-typed-desc not = spaces
               display "Description: " with no advancing
               accept ws-typed-desc
           end-perform
           inspect ws-typed-desc replacing all "," by ";"
           .

       accept-cost section.
           move 0 to ws-new-cost
           perform until ws-new-cost > 0
               display "Unit cost (e.g. 4.75): " with no advancing
               move spaces to ws-typed-cost
               accept ws-typed-cost
               if ws-typed-cost not = spaces
                   compute ws-new-cost = function numval(ws-typed-cost)
               end-if
               if ws-new-cost = 0
                   display "The cost must be more than zero."
               end-if
           end-perform
           .

       add-part section.
           perform accept-part-number
           if ws-typed-part = spaces
               display "A part number is required."
               exit section
           end-if
      *> One word, no commas: the number is a field of comma lines.
           move spaces to ws-p-no ws-p-desc
           unstring ws-typed-part delimited by all space
               into ws-p-no ws-p-desc
           if ws-typed-part(1:1) = space or ws-typed-part(1:1) = "*"
               or ws-p-desc not = spaces
               display "Not a usable part number."
               exit section
           end-if
           move 0 to ws-comma-count
           inspect ws-typed-part tallying ws-comma-count for all ","
           if ws-comma-count > 0
               display "Not a usable part number."
               exit section
           end-if
           if ws-found-index > 0
               display "Part " ws-typed-part " is already on file."
               exit section
           end-if
           if ws-part-count >= 500
               display "The parts master is full."
               exit section
           end-if
           perform accept-description
           perform accept-cost
           display "Reorder point (order more at or below): "
                   with no advancing
           move 0 to ws-typed-qty
           accept ws-typed-qty
           add 1 to ws-part-count
           move ws-typed-part to ws-part-no(ws-part-count)
           move ws-typed-desc to ws-part-desc(ws-part-count)
           move ws-new-cost to ws-part-cost(ws-part-count)
           move 0 to ws-part-on-hand(ws-part-count)
           move ws-typed-qty to ws-part-reorder(ws-part-count)
           perform rewrite-parts
           move "ADD" to ws-j-action
           move spaces to ws-j-old
           move ws-typed-desc to ws-j-new
           perform journal-change
           display "Part " ws-typed-part " added with none on hand - "
                   "book the first delivery in with option 5."
           .

       change-description-or-cost section.
           perform accept-part-number
           if ws-found-index = 0
               display "No part " ws-typed-part " on file."
               exit section
           end-if
           move ws-part-cost(ws-found-index) to ws-cost-disp
           display "Description: " ws-part-desc(ws-found-index)
           display "Unit cost:   " ws-cost-disp
           display "Change the description? (Y/N): " with no advancing
           accept ws-confirm
           if ws-confirm = "Y" or ws-confirm = "y"
               perform accept-description
               if ws-typed-desc not = ws-part-desc(ws-found-index)
                   move ws-part-desc(ws-found-index) to ws-j-old
                   move ws-typed-desc to ws-part-desc(ws-found-index)
                   perform rewrite-parts
                   move "DESC" to ws-j-action
                   move ws-typed-desc to ws-j-new
                   perform journal-change
                   display "Description changed."
               end-if
           end-if
           display "Change the unit cost? (Y/N): " with no advancing
           accept ws-confirm
           if ws-confirm = "Y" or ws-confirm = "y"
               perform accept-cost
               if ws-new-cost not = ws-part-cost(ws-found-index)
                   move ws-part-cost(ws-found-index) to ws-cost-out
                   move ws-cost-out to ws-j-old
                   move ws-new-cost to ws-part-cost(ws-found-index)
                   perform rewrite-parts
                   move "COST" to ws-j-action
                   move ws-new-cost to ws-cost-out
                   move ws-cost-out to ws-j-new
                   perform journal-change
                   display "Unit cost changed."
               end-if
           end-if
           .

       change-reorder-point section.
           perform accept-part-number
           if ws-found-index = 0
               display "No part " ws-typed-part " on file."
               exit section
           end-if
           move ws-part-reorder(ws-found-index) to ws-reorder-disp
           display "Current reorder point: " ws-reorder-disp
           display "New reorder point: " with no advancing
           move 0 to ws-typed-qty
           accept ws-typed-qty
           if ws-typed-qty = ws-part-reorder(ws-found-index)
               display "No change."
               exit section
           end-if
           move ws-part-reorder(ws-found-index) to ws-j-old
           move ws-typed-qty to ws-part-reorder(ws-found-index)
           perform rewrite-parts
           move "REORDER" to ws-j-action
           move ws-typed-qty to ws-j-new
           perform journal-change
           display "Reorder point changed."
           .

       receive-stock section.
           perform accept-part-number
           if ws-found-index = 0
               display "No part " ws-typed-part " on file."
               exit section
           end-if
           display "Quantity received: " with no advancing
           move 0 to ws-typed-qty
           accept ws-typed-qty
           if ws-typed-qty = 0
               display "Nothing booked in."
               exit section
           end-if
           if ws-part-on-hand(ws-found-index) + ws-typed-qty > 99999
               display "That would take the stock past 99999."
               exit section
           end-if
           move ws-part-on-hand(ws-found-index) to ws-j-old
           add ws-typed-qty to ws-part-on-hand(ws-found-index)
           perform rewrite-parts
           move "RECEIVE" to ws-j-action
           move ws-part-on-hand(ws-found-index) to ws-j-new
           perform journal-change
           move ws-part-on-hand(ws-found-index) to ws-qty-disp
           display ws-typed-part " now" ws-qty-disp " on hand."
           .

      *> The shelf count replaces the book figure outright; the journal
      *> keeps both, so a shrinking shelf shows up in the history.
       record-stock-count section.
           perform accept-part-number
           if ws-found-index = 0
               display "No part " ws-typed-part " on file."
               exit section
           end-if
           move ws-part-on-hand(ws-found-index) to ws-qty-disp
           display "On hand by the books:" ws-qty-disp
           display "Counted on the shelf: " with no advancing
           move 0 to ws-typed-qty
           accept ws-typed-qty
           if ws-typed-qty = ws-part-on-hand(ws-found-index)
               display "The count agrees - no change."
               exit section
           end-if
           display "Set " ws-typed-part " to the counted figure? "
                   "(Y/N): " with no advancing
           accept ws-confirm
           if ws-confirm not = "Y" and ws-confirm not = "y"
               exit section
           end-if
           move ws-part-on-hand(ws-found-index) to ws-j-old
           move ws-typed-qty to ws-part-on-hand(ws-found-index)
           perform rewrite-parts
           move "COUNT" to ws-j-action
           move ws-typed-qty to ws-j-new
           perform journal-change
           display "On-hand figure set from the count."
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
                  ws-typed-part delimited by space
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

       end program PartsMaint.
