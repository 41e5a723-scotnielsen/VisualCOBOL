      ********************************************************************************************************
      *
      * Copyright (C) Micro Focus 2010-2013.
      * All rights reserved.
      *
      *  This sample code is supplied for demonstration purposes only on an "as is" basis and "is for use at
      *  your own risk".
      *
      ********************************************************************************************************

      *> Prize counter: players trade the redemption tickets their results
      *> earned (credited by ProfileUpdate and the managed Profile classes
      *> to ../Common/tickets.dat, one "III,ttttttt" line per player, by
      *> the rules in ../Common/ticketrules.dat) for prizes off the shelf.
      *> The catalog is ../Common/prizes.dat, one "code,description,
      *> tickets,stock,reorder" line per prize -- the ticket price of one,
      *> the count on the shelf, and the count at which PrizeStockReport
      *> calls for a reorder. A redemption shows the player's balance and
      *> the prizes it reaches, takes a prize and a quantity, and after
      *> the attendant confirms debits the ledger under its writer's lock
      *> (CommonLock, the same one the cabinets take to credit it) --
      *> re-checking the balance under the lock, so tickets a cabinet is
      *> crediting in the same second are never lost -- and takes the
      *> prizes off the shelf count. Every redemption, and every delivery
      *> of stock, is journaled to ../Common/prizeredeem.log as
      *> "timestamp,operator,action,III,code,qty,tickets,balance" (action
      *> REDEEM or RECEIVE; initials and balance empty on a delivery).
      *> Any operator may redeem and receive stock; adding a prize or
      *> changing its price needs a SUPERVISOR sign-on through the shared
      *> OperatorSignOn gate. Training sandbox: run where TrainingRefresh's
      *> training.flg sits, every journal line carries a trailing
      *> ",TRAINING" field. Same menu conventions as PriceScheduleEditor;
      *> run from a Games\CabinetOps working directory.
       program-id. PrizeCounter as "PrizeCounter".

       environment division.
       configuration section.

       input-output section.
       file-control.
           select prize-file
                   assign to "../Common/prizes.dat"
                   organization is line sequential
                   file status is ws-prize-status.
           select prize-temp-file
                   assign to "../Common/prizes.dat.tmp"
                   organization is line sequential
                   file status is ws-prize-temp-status.
           select tickets-file
                   assign to "../Common/tickets.dat"
                   organization is line sequential
                   file status is ws-tickets-status.
           select tickets-temp-file
                   assign to "../Common/tickets.dat.tmp"
                   organization is line sequential
                   file status is ws-tickets-temp-status.
           select redeem-log-file
                   assign to "../Common/prizeredeem.log"
                   organization is line sequential
                   file status is ws-redeem-log-status.
           select training-flag-file
                   assign to "training.flg"
                   organization is line sequential
                   file status is ws-training-status.

       data division.
       file section.
       fd prize-file record contains 60 characters.
       01 pz-line           pic x(60).

       fd prize-temp-file record contains 60 characters.
       01 pt-line           pic x(60).

       fd tickets-file record contains 20 characters.
       01 tk-line           pic x(20).

       fd tickets-temp-file record contains 20 characters.
       01 tt-line           pic x(20).

       fd redeem-log-file record contains 100 characters.
       01 rl-line           pic x(100).

       fd training-flag-file record contains 60 characters.
       01 tf-line           pic x(60).

       working-storage section.
       01 ws-prize-status       pic xx.
       01 ws-prize-temp-status  pic xx.
       01 ws-tickets-status     pic xx.
       01 ws-tickets-temp-status pic xx.
       01 ws-redeem-log-status  pic xx.
       01 ws-eof                pic x value "F".
       01 ws-menu-choice        pic x.
       01 ws-done               pic x value "F".
       01 ws-signed-operator    pic x(3).
       01 ws-operator-role      pic x(10).

      *> ",TRAINING" on every line written in the training sandbox.
       01 ws-training-status    pic xx.
       01 ws-training-tag       pic x(9) value spaces.

      *> The catalog as it stands, in file order.
       01 ws-prize-count        pic 9(3) value 0.
       01 ws-prize-table.
           03 ws-prize-entry occurs 200.
               05 ws-pz-code         pic x(6).
               05 ws-pz-description  pic x(24).
               05 ws-pz-tickets      pic 9(6).
               05 ws-pz-stock        pic 9(5).
               05 ws-pz-reorder      pic 9(5).
       01 ws-prize-ix           pic 9(3).
       01 ws-pick               pic 9(3).

      *> Parsed catalog fields.
       01 ws-p-code             pic x(6).
       01 ws-p-description      pic x(24).
       01 ws-p-tickets          pic x(6).
       01 ws-p-stock            pic x(5).
       01 ws-p-reorder          pic x(5).

      *> The player and the redemption being made.
       01 ws-initials           pic x(3).
       01 ws-balance            pic 9(7).
       01 ws-new-balance        pic 9(7).
       01 ws-entry-code         pic x(6).
       01 ws-entry-text         pic x(24).
       01 ws-entry-number       pic x(7).
       01 ws-quantity           pic 9(5).
       01 ws-cost               pic 9(9).
       01 ws-confirm            pic x.
       01 ws-reachable          pic 9(3).

      *> The ledger line during the rewrite.
       01 ws-t-initials         pic x(3).
       01 ws-t-balance          pic x(7).
       01 ws-tickets-found      pic x.
       01 ws-debited            pic x.
       01 ws-tickets-name       pic x(30)
           value "../Common/tickets.dat".
       01 ws-tickets-temp-name  pic x(30)
           value "../Common/tickets.dat.tmp".
       01 ws-prize-name         pic x(30)
           value "../Common/prizes.dat".
       01 ws-prize-temp-name    pic x(30)
           value "../Common/prizes.dat.tmp".
       01 ws-rename-rc          pic s9(9) comp-5.

      *> Writer's lock held across the ledger rewrite.
       01 ws-lock-action        pic x.
       01 ws-lock-file          pic x(64)
           value "../Common/tickets.dat".
       01 ws-lock-who           pic x(16) value "PrizeCounter".
       01 ws-lock-granted       pic x.

      *> The journal line being written.
       01 ws-action             pic x(7).
       01 ws-timestamp          pic x(19).
       01 ws-log-out            pic x(100).
       01 ws-tickets-disp       pic z,zzz,zz9.
       01 ws-price-disp         pic zzz,zz9.
       01 ws-stock-disp         pic zz,zz9.
       01 ws-quantity-disp      pic zz,zz9.
       01 ws-cost-disp          pic zzz,zzz,zz9.

       procedure division.
       main-line section.
           call "OperatorSignOn" using ws-signed-operator
                                       ws-operator-role
           perform note-training-mode
           perform until ws-done = "T"
               perform show-menu
               evaluate ws-menu-choice
                   when "1"
                       perform show-player-balance
                   when "2"
                       perform redeem-prize
                   when "3"
                       perform list-catalog
                   when "4"
                       if ws-operator-role = "SUPERVISOR"
                           perform add-or-change-prize
                       else
                           display "Catalog changes need a supervisor "
                                   "sign-on."
                       end-if
                   when "5"
                       perform receive-stock
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
           display "PRIZE COUNTER"
           display "  1. Player ticket balance"
           display "  2. Redeem tickets for a prize"
           display "  3. Prize catalog"
           display "  4. Add a prize or change its price"
           display "  5. Receive prize stock"
           display "  6. Exit"
           display "Choice: " with no advancing
           accept ws-menu-choice
           .

       load-catalog section.
           move 0 to ws-prize-count
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

      *> Writes the catalog back through a temp file.
       save-catalog section.
           open output prize-temp-file
           if ws-prize-temp-status not = "00"
               display "Cannot write the prize catalog."
               exit section
           end-if
           perform varying ws-prize-ix from 1 by 1
                   until ws-prize-ix > ws-prize-count
               move spaces to pt-line
               string ws-pz-code(ws-prize-ix) delimited by space
                      "," delimited by size
                      ws-pz-description(ws-prize-ix) delimited by "  "
                      "," ws-pz-tickets(ws-prize-ix)
                      "," ws-pz-stock(ws-prize-ix)
                      "," ws-pz-reorder(ws-prize-ix)
                      delimited by size
                   into pt-line
               end-string
               write pt-line
           end-perform
           close prize-temp-file
           call "CBL_DELETE_FILE" using ws-prize-name
               returning ws-rename-rc
           call "CBL_RENAME_FILE" using ws-prize-temp-name
                                        ws-prize-name
               returning ws-rename-rc
           .

       find-prize section.
           move 0 to ws-pick
           perform varying ws-prize-ix from 1 by 1
                   until ws-prize-ix > ws-prize-count
               if ws-pz-code(ws-prize-ix) = ws-entry-code
                   move ws-prize-ix to ws-pick
                   exit perform
               end-if
           end-perform
           .

       list-catalog section.
           perform load-catalog
           if ws-prize-count = 0
               display "No prizes in the catalog yet."
               exit section
           end-if
           display "CODE    PRIZE                      TICKETS   STOCK"
           perform varying ws-prize-ix from 1 by 1
                   until ws-prize-ix > ws-prize-count
               perform show-catalog-line
           end-perform
           .

       show-catalog-line section.
           move ws-pz-tickets(ws-prize-ix) to ws-price-disp
           move ws-pz-stock(ws-prize-ix) to ws-stock-disp
           display ws-pz-code(ws-prize-ix) "  "
                   ws-pz-description(ws-prize-ix) " " ws-price-disp
                   "  " ws-stock-disp
           .

       accept-player-initials section.
           move spaces to ws-initials
           perform until ws-initials not = spaces
               display "Player initials: " with no advancing
               accept ws-initials
           end-perform
           move function upper-case(ws-initials) to ws-initials
           .

      *> Reads the player's balance off the ledger, without the lock --
      *> only the debit itself needs it.
       read-player-balance section.
           move 0 to ws-balance
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
                       if ws-t-initials = ws-initials
                           and ws-t-balance is numeric
                           move ws-t-balance to ws-balance
                           move "T" to ws-eof
                       end-if
               end-read
           end-perform
           close tickets-file
           .

       show-player-balance section.
           perform accept-player-initials
           perform read-player-balance
           move ws-balance to ws-tickets-disp
           display ws-initials " holds " ws-tickets-disp " ticket(s)."
           .

       redeem-prize section.
           perform accept-player-initials
           perform read-player-balance
           move ws-balance to ws-tickets-disp
           display ws-initials " holds " ws-tickets-disp " ticket(s)."
           if ws-balance = 0
               exit section
           end-if
           perform load-catalog
           move 0 to ws-reachable
           perform varying ws-prize-ix from 1 by 1
                   until ws-prize-ix > ws-prize-count
               if ws-pz-stock(ws-prize-ix) > 0
                   and ws-pz-tickets(ws-prize-ix) > 0
                   and ws-pz-tickets(ws-prize-ix) <= ws-balance
                   if ws-reachable = 0
                       display "Prizes within reach:"
                       display "CODE    PRIZE                      "
                               "TICKETS   STOCK"
                   end-if
                   add 1 to ws-reachable
                   perform show-catalog-line
               end-if
           end-perform
           if ws-reachable = 0
               display "Nothing on the shelf within reach yet."
               exit section
           end-if

           display "Prize code (ENTER to cancel): " with no advancing
           move spaces to ws-entry-code
           accept ws-entry-code
           if ws-entry-code = spaces
               exit section
           end-if
           move function upper-case(ws-entry-code) to ws-entry-code
           perform find-prize
           if ws-pick = 0
               display "No prize with that code."
               exit section
           end-if
           display "Quantity (ENTER for 1): " with no advancing
           move spaces to ws-entry-number
           accept ws-entry-number
           move 1 to ws-quantity
           if ws-entry-number not = spaces
               and function numval(ws-entry-number) > 0
               compute ws-quantity = function numval(ws-entry-number)
           end-if
           if ws-quantity > ws-pz-stock(ws-pick)
               move ws-pz-stock(ws-pick) to ws-stock-disp
               display "Only " ws-stock-disp " on the shelf."
               exit section
           end-if
           compute ws-cost = ws-pz-tickets(ws-pick) * ws-quantity
           move ws-quantity to ws-quantity-disp
           move ws-cost to ws-cost-disp
           if ws-cost > ws-balance
               display "That needs " ws-cost-disp " tickets - "
                       ws-initials " holds " ws-tickets-disp "."
               exit section
           end-if
           display "Redeem " ws-quantity-disp " x "
                   ws-pz-description(ws-pick) " for " ws-cost-disp
                   " tickets? (Y/N): " with no advancing
           accept ws-confirm
           if ws-confirm not = "Y" and ws-confirm not = "y"
               display "Nothing redeemed."
               exit section
           end-if

           perform debit-player-tickets
           if ws-debited not = "Y"
               exit section
           end-if
           subtract ws-quantity from ws-pz-stock(ws-pick)
           perform save-catalog
           move "REDEEM" to ws-action
           perform journal-counter-line
           move ws-new-balance to ws-tickets-disp
           display "Hand over " ws-quantity-disp " x "
                   ws-pz-description(ws-pick) " - " ws-initials
                   " now holds " ws-tickets-disp " ticket(s)."
           .

      *> Copies the ledger through a temp file taking ws-cost off the
      *> player's line, under the lock, after checking the balance read
      *> under it still covers the cost.
       debit-player-tickets section.
           move "N" to ws-debited
           move "A" to ws-lock-action
           call "CommonLock" using ws-lock-action ws-lock-file
                                   ws-lock-who ws-lock-granted
           if ws-lock-granted not = "Y"
               display "The ticket ledger is busy - nothing was "
                       "redeemed; try again."
               exit section
           end-if
           perform read-player-balance
           if ws-balance < ws-cost
               perform release-ticket-lock
               display ws-initials " no longer holds enough tickets "
                       "- nothing was redeemed."
               exit section
           end-if
           open output tickets-temp-file
           if ws-tickets-temp-status not = "00"
               perform release-ticket-lock
               display "Cannot write the ticket ledger."
               exit section
           end-if
           move "N" to ws-tickets-found
           open input tickets-file
           if ws-tickets-status = "00"
               move "F" to ws-eof
               perform until ws-eof = "T"
                   read tickets-file
                       at end move "T" to ws-eof
                       not at end
                           perform copy-or-debit-tickets-line
                   end-read
               end-perform
               close tickets-file
           end-if
           close tickets-temp-file
           call "CBL_DELETE_FILE" using ws-tickets-name
               returning ws-rename-rc
           call "CBL_RENAME_FILE" using ws-tickets-temp-name
                                        ws-tickets-name
               returning ws-rename-rc
           perform release-ticket-lock
           move "Y" to ws-debited
           .

       copy-or-debit-tickets-line section.
           move spaces to ws-t-initials ws-t-balance
           unstring tk-line delimited by ","
               into ws-t-initials ws-t-balance
           if ws-t-initials = ws-initials
               and ws-tickets-found = "N"
               move "Y" to ws-tickets-found
               compute ws-new-balance = ws-balance - ws-cost
               move spaces to tt-line
               string ws-initials "," ws-new-balance
                   delimited by size into tt-line
               end-string
               write tt-line
           else
               move tk-line to tt-line
               write tt-line
           end-if
           .

       release-ticket-lock section.
           move "R" to ws-lock-action
           call "CommonLock" using ws-lock-action ws-lock-file
                                   ws-lock-who ws-lock-granted
           .

       add-or-change-prize section.
           perform list-catalog
           display "Prize code (up to 6 characters): " with no advancing
           move spaces to ws-entry-code
           accept ws-entry-code
           if ws-entry-code = spaces
               exit section
           end-if
           move function upper-case(ws-entry-code) to ws-entry-code
           perform find-prize
           if ws-pick = 0
               if ws-prize-count >= 200
                   display "The catalog is full."
                   exit section
               end-if
               add 1 to ws-prize-count
               move ws-prize-count to ws-pick
               move ws-entry-code to ws-pz-code(ws-pick)
               move spaces to ws-pz-description(ws-pick)
               move 0 to ws-pz-tickets(ws-pick) ws-pz-stock(ws-pick)
                         ws-pz-reorder(ws-pick)
               display "New prize " ws-entry-code
                       " - stock arrives through Receive prize stock."
           else
               display "Changing " ws-pz-code(ws-pick) " "
                       ws-pz-description(ws-pick)
                       " (ENTER keeps each value)"
           end-if

           move spaces to ws-entry-text
           display "Description: " with no advancing
           accept ws-entry-text
           if ws-entry-text not = spaces
               inspect ws-entry-text replacing all "," by ";"
               move ws-entry-text to ws-pz-description(ws-pick)
           end-if
           perform until ws-pz-description(ws-pick) not = spaces
               display "Description: " with no advancing
               accept ws-entry-text
               inspect ws-entry-text replacing all "," by ";"
               move ws-entry-text to ws-pz-description(ws-pick)
           end-perform

           move spaces to ws-entry-number
           display "Ticket price: " with no advancing
           accept ws-entry-number
           if ws-entry-number not = spaces
               and function numval(ws-entry-number) > 0
               compute ws-pz-tickets(ws-pick)
                   = function numval(ws-entry-number)
           end-if
           perform until ws-pz-tickets(ws-pick) > 0
               display "Ticket price: " with no advancing
               move spaces to ws-entry-number
               accept ws-entry-number
               if ws-entry-number not = spaces
                   and function numval(ws-entry-number) > 0
                   compute ws-pz-tickets(ws-pick)
                       = function numval(ws-entry-number)
               end-if
           end-perform

           move spaces to ws-entry-number
           display "Reorder when stock falls to: " with no advancing
           accept ws-entry-number
           if ws-entry-number not = spaces
               and function numval(ws-entry-number) >= 0
               compute ws-pz-reorder(ws-pick)
                   = function numval(ws-entry-number)
           end-if
           perform save-catalog
           display "Prize " ws-pz-code(ws-pick) " saved."
           .

       receive-stock section.
           perform list-catalog
           display "Prize code received: " with no advancing
           move spaces to ws-entry-code
           accept ws-entry-code
           if ws-entry-code = spaces
               exit section
           end-if
           move function upper-case(ws-entry-code) to ws-entry-code
           perform find-prize
           if ws-pick = 0
               display "No prize with that code - a supervisor adds "
                       "it first."
               exit section
           end-if
           display "Quantity received: " with no advancing
           move spaces to ws-entry-number
           accept ws-entry-number
           move 0 to ws-quantity
           if ws-entry-number not = spaces
               and function numval(ws-entry-number) > 0
               compute ws-quantity = function numval(ws-entry-number)
           end-if
           if ws-quantity = 0
               display "Nothing received."
               exit section
           end-if
           compute ws-pz-stock(ws-pick) = ws-pz-stock(ws-pick)
                                          + ws-quantity
               on size error
                   display "That would overflow the shelf count."
                   exit section
           end-compute
           perform save-catalog
           move spaces to ws-initials
           move 0 to ws-cost ws-new-balance
           move "RECEIVE" to ws-action
           perform journal-counter-line
           move ws-pz-stock(ws-pick) to ws-stock-disp
           display ws-pz-code(ws-pick) " now " ws-stock-disp
                   " on the shelf."
           .

       journal-counter-line section.
           string function current-date(1:4) "-"
                  function current-date(5:2) "-"
                  function current-date(7:2) " "
                  function current-date(9:2) ":"
                  function current-date(11:2) ":"
                  function current-date(13:2)
               delimited by size into ws-timestamp
           end-string
           move spaces to ws-log-out
           if ws-action = "REDEEM"
               string ws-timestamp "," ws-signed-operator ","
                          delimited by size
                      ws-action delimited by space
                      "," ws-initials "," delimited by size
                      ws-pz-code(ws-pick) delimited by space
                      "," ws-quantity "," ws-cost "," ws-new-balance
                          delimited by size
                      ws-training-tag delimited by space
                   into ws-log-out
               end-string
           else
               string ws-timestamp "," ws-signed-operator ","
                          delimited by size
                      ws-action delimited by space
                      ",," delimited by size
                      ws-pz-code(ws-pick) delimited by space
                      "," ws-quantity ",," delimited by size
                      ws-training-tag delimited by space
                   into ws-log-out
               end-string
           end-if
           open extend redeem-log-file
           if ws-redeem-log-status = "35"
               open output redeem-log-file
           end-if
           if ws-redeem-log-status = "00"
               move ws-log-out to rl-line
               write rl-line
               close redeem-log-file
           end-if
           .

       note-training-mode section.
           open input training-flag-file
           if ws-training-status not = "00"
               exit section
           end-if
           close training-flag-file
           move ",TRAINING" to ws-training-tag
           .

       end program PrizeCounter.
