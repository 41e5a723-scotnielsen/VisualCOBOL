      ********************************************************************************************************
      *
      * Copyright (C) Micro Focus 2010-2013.
      * All rights reserved.
      *
      *  This sample code is supplied for demonstration purposes only on an "as is" basis and "is for use at
      *  your own risk".
      *
      ********************************************************************************************************

      *> Ops editor for the price bands CreditsCharge (and the managed
      *> titles' Credits classes) price every start from:
      *> ../Common/priceschedule.dat, one "title,day,start,end,price" line
      *> each (day MON..SUN or ALL, times "hh:mm", price in credits), the
      *> first line matching a title and the moment winning -- so the list
      *> shows the lines in file order, and a new band goes in at the
      *> position asked for. Every add, change and removal is journaled to
      *> ../Common/pricehistory.log as "timestamp|operator|action|before|
      *> after" (the band line as it stood and as it now stands, empty for
      *> an add's before and a removal's after), the dated history
      *> PriceBandReport measures each change against. Listing is open to
      *> any operator; changing a price needs a SUPERVISOR sign-on through
      *> the shared OperatorSignOn gate. Same menu conventions as
      *> AnnouncementEditor; run from a Games\CabinetOps working directory.
       program-id. PriceScheduleEditor as "PriceScheduleEditor".

       environment division.
       configuration section.

       input-output section.
       file-control.
           select schedule-file
                   assign to "../Common/priceschedule.dat"
                   organization is line sequential
                   file status is ws-schedule-status.
           select schedule-temp-file
                   assign to "../Common/priceschedule.dat.tmp"
                   organization is line sequential
                   file status is ws-temp-status.
           select history-file
                   assign to "../Common/pricehistory.log"
                   organization is line sequential
                   file status is ws-history-status.

       data division.
       file section.
       fd schedule-file record contains 60 characters.
       01 ps-line           pic x(60).

       fd schedule-temp-file record contains 60 characters.
       01 pt-line           pic x(60).

       fd history-file record contains 160 characters.
       01 ph-line           pic x(160).

       working-storage section.
       01 ws-schedule-status    pic xx.
       01 ws-temp-status        pic xx.
       01 ws-history-status     pic xx.
       01 ws-eof                pic x value "F".
       01 ws-menu-choice        pic x.
       01 ws-done               pic x value "F".
       01 ws-signed-operator    pic x(3).
       01 ws-operator-role      pic x(10).

      *> The schedule as it stands, in file order.
       01 ws-band-count         pic 9(3) value 0.
       01 ws-band-table.
           03 ws-band-line occurs 200 pic x(60).
       01 ws-band-ix            pic 9(3).
       01 ws-pick               pic 9(3).

      *> Parsed and typed band fields.
       01 ws-s-title            pic x(16).
       01 ws-s-day              pic x(3).
       01 ws-s-start            pic x(5).
       01 ws-s-end              pic x(5).
       01 ws-s-price            pic x(2).
       01 ws-entry-title        pic x(16).
       01 ws-entry-day          pic x(3).
       01 ws-entry-start        pic x(5).
       01 ws-entry-end          pic x(5).
       01 ws-entry-price        pic 99.
       01 ws-entry-text         pic x(5).
       01 ws-day-ok             pic x.
       01 ws-time-check         pic x(5).
       01 ws-time-ok            pic x.

      *> The history line being written.
       01 ws-action             pic x(6).
       01 ws-before-line        pic x(60).
       01 ws-after-line         pic x(60).
       01 ws-timestamp          pic x(19).
       01 ws-history-out        pic x(160).
       01 ws-line-out           pic x(60).
       01 ws-rename-rc          pic s9(9) comp-5.

       procedure division.
       main-line section.
           call "OperatorSignOn" using ws-signed-operator
                                       ws-operator-role
           perform until ws-done = "T"
               perform show-menu
               evaluate ws-menu-choice
                   when "1"
                       perform list-bands
                   when "2"
                       if ws-operator-role = "SUPERVISOR"
                           perform add-band
                       else
                           display "Price changes need a supervisor "
                                   "sign-on."
                       end-if
                   when "3"
                       if ws-operator-role = "SUPERVISOR"
                           perform change-band
                       else
                           display "Price changes need a supervisor "
                                   "sign-on."
                       end-if
                   when "4"
                       if ws-operator-role = "SUPERVISOR"
                           perform remove-band
                       else
                           display "Price changes need a supervisor "
                                   "sign-on."
                       end-if
                   when "5"
                       move "T" to ws-done
                   when other
                       display "Unrecognized choice."
               end-evaluate
           end-perform
           stop run
           .

       show-menu section.
           display " "
           display "PRICE SCHEDULE"
           display "  1. List price bands"
           display "  2. Add a price band"
           display "  3. Change a band's hours or price"
           display "  4. Remove a price band"
           display "  5. Exit"
           display "Choice: " with no advancing
           accept ws-menu-choice
           .

       load-bands section.
           move 0 to ws-band-count
           open input schedule-file
           if ws-schedule-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read schedule-file
                   at end move "T" to ws-eof
                   not at end
                       if ps-line not = spaces and ws-band-count < 200
                           add 1 to ws-band-count
                           move ps-line to ws-band-line(ws-band-count)
                       end-if
               end-read
           end-perform
           close schedule-file
           .

       list-bands section.
           perform load-bands
           if ws-band-count = 0
               display "No price bands on file - every start costs "
                       "one credit."
               exit section
           end-if
           display "PRICE BANDS (the first line matching a title and "
                   "time sets the price):"
           perform varying ws-band-ix from 1 by 1
                   until ws-band-ix > ws-band-count
               display "  " ws-band-ix ". " ws-band-line(ws-band-ix)
           end-perform
           .

       add-band section.
           perform list-bands
           move spaces to ws-entry-title
           perform until ws-entry-title not = spaces
               display "Title (e.g. CobolSnake): " with no advancing
               accept ws-entry-title
           end-perform
           move "N" to ws-day-ok
           perform until ws-day-ok = "Y"
               display "Day (MON..SUN or ALL): " with no advancing
               accept ws-entry-day
               move function upper-case(ws-entry-day) to ws-entry-day
               perform check-entry-day
           end-perform
           move spaces to ws-entry-start ws-entry-end
           perform accept-band-hours
           move 0 to ws-entry-price
           perform until ws-entry-price > 0
               display "Price in credits (1-99): " with no advancing
               accept ws-entry-price
           end-perform
           display "Insert before line (ENTER to add at the end): "
               with no advancing
           move 0 to ws-pick
           accept ws-pick
           if ws-pick = 0 or ws-pick > ws-band-count
               compute ws-pick = ws-band-count + 1
           end-if

           perform build-entry-line
           move "ADD" to ws-action
           move spaces to ws-before-line
           move ws-line-out to ws-after-line
           perform rewrite-schedule
           .

       change-band section.
           perform list-bands
           display "Line number to change: " with no advancing
           move 0 to ws-pick
           accept ws-pick
           if ws-pick = 0 or ws-pick > ws-band-count
               exit section
           end-if
           move spaces to ws-s-title ws-s-day ws-s-start ws-s-end
                          ws-s-price
           unstring ws-band-line(ws-pick) delimited by ","
               into ws-s-title ws-s-day ws-s-start ws-s-end ws-s-price
           move ws-s-title to ws-entry-title
           move ws-s-day to ws-entry-day
           move ws-s-start to ws-entry-start
           move ws-s-end to ws-entry-end
           display "Hours now " ws-s-start " to " ws-s-end
                   ", price now " ws-s-price " (ENTER keeps each)"
           perform accept-band-hours
           display "New price in credits: " with no advancing
           move 0 to ws-entry-price
           accept ws-entry-price
           if ws-entry-price = 0
               if ws-s-price is numeric
                   move ws-s-price to ws-entry-price
               else
                   move 1 to ws-entry-price
               end-if
           end-if

           perform build-entry-line
           if ws-line-out = ws-band-line(ws-pick)
               display "Nothing changed."
               exit section
           end-if
           move "CHANGE" to ws-action
           move ws-band-line(ws-pick) to ws-before-line
           move ws-line-out to ws-after-line
           perform rewrite-schedule
           .

       remove-band section.
           perform list-bands
           display "Line number to remove: " with no advancing
           move 0 to ws-pick
           accept ws-pick
           if ws-pick = 0 or ws-pick > ws-band-count
               exit section
           end-if
           move "REMOVE" to ws-action
           move ws-band-line(ws-pick) to ws-before-line
           move spaces to ws-after-line
           perform rewrite-schedule
           .

      *> Start and end as "hh:mm"; on a change ENTER keeps what's there.
       accept-band-hours section.
           move "N" to ws-time-ok
           perform until ws-time-ok = "Y"
               display "Band starts (hh:mm): " with no advancing
               move spaces to ws-entry-text
               accept ws-entry-text
               if ws-entry-text not = spaces
                   move ws-entry-text to ws-entry-start
               end-if
               move ws-entry-start to ws-time-check
               perform check-time
           end-perform
           move "N" to ws-time-ok
           perform until ws-time-ok = "Y"
               display "Band ends   (hh:mm): " with no advancing
               move spaces to ws-entry-text
               accept ws-entry-text
               if ws-entry-text not = spaces
                   move ws-entry-text to ws-entry-end
               end-if
               move ws-entry-end to ws-time-check
               perform check-time
               if ws-time-ok = "Y" and ws-entry-end < ws-entry-start
                   display "The band must end after it starts."
                   move "N" to ws-time-ok
               end-if
           end-perform
           .

       check-time section.
           move "N" to ws-time-ok
           if ws-time-check(1:2) is numeric
               and ws-time-check(3:1) = ":"
               and ws-time-check(4:2) is numeric
               and ws-time-check(1:2) <= "23"
               and ws-time-check(4:2) <= "59"
               move "Y" to ws-time-ok
           end-if
           .

       check-entry-day section.
           move "N" to ws-day-ok
           evaluate ws-entry-day
               when "MON" when "TUE" when "WED" when "THU"
               when "FRI" when "SAT" when "SUN" when "ALL"
                   move "Y" to ws-day-ok
           end-evaluate
           .

       build-entry-line section.
           move spaces to ws-line-out
           string ws-entry-title delimited by space
                  "," ws-entry-day "," ws-entry-start ","
                  ws-entry-end "," ws-entry-price
               delimited by size into ws-line-out
           end-string
           .

      *> The schedule goes back out through the temp file with the one
      *> line added, replaced or dropped at ws-pick; only once the new
      *> file is in place is the change journaled.
       rewrite-schedule section.
           open output schedule-temp-file
           if ws-temp-status not = "00"
               display "Cannot rewrite the price schedule."
               exit section
           end-if
           perform varying ws-band-ix from 1 by 1
                   until ws-band-ix > ws-band-count
               if ws-band-ix = ws-pick
                   evaluate ws-action
                       when "ADD"
                           move ws-after-line to pt-line
                           write pt-line
                           move ws-band-line(ws-band-ix) to pt-line
                           write pt-line
                       when "CHANGE"
                           move ws-after-line to pt-line
                           write pt-line
                   end-evaluate
               else
                   move ws-band-line(ws-band-ix) to pt-line
                   write pt-line
               end-if
           end-perform
           if ws-action = "ADD" and ws-pick > ws-band-count
               move ws-after-line to pt-line
               write pt-line
           end-if
           close schedule-temp-file
           call "CBL_DELETE_FILE" using "../Common/priceschedule.dat"
               returning ws-rename-rc
           call "CBL_RENAME_FILE"
               using "../Common/priceschedule.dat.tmp"
                     "../Common/priceschedule.dat"
               returning ws-rename-rc
           perform log-price-change
           display "Price schedule updated - the next start on every "
                   "cabinet is priced from it."
           .

       log-price-change section.
           move spaces to ws-timestamp
           string function current-date(1:4) "-"
                  function current-date(5:2) "-"
                  function current-date(7:2) " "
                  function current-date(9:2) ":"
                  function current-date(11:2) ":"
                  function current-date(13:2)
               delimited by size into ws-timestamp
           end-string
           move spaces to ws-history-out
           string ws-timestamp "|" ws-signed-operator "|"
                      delimited by size
                  ws-action delimited by space
                  "|" delimited by size
                  ws-before-line delimited by space
                  "|" delimited by size
                  ws-after-line delimited by space
               into ws-history-out
           end-string
           open extend history-file
           if ws-history-status = "35"
               open output history-file
           end-if
           if ws-history-status = "00"
               move ws-history-out to ph-line
               write ph-line
               close history-file
           end-if
           .

       end program PriceScheduleEditor.
