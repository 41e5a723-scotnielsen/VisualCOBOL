      ********************************************************************************************************
      *
      * Copyright (C) Micro Focus 2010-2013.
      * All rights reserved.
      *
      *  This sample code is supplied for demonstration purposes only on an "as is" basis and "is for use at
      *  your own risk".
      *
      ********************************************************************************************************

      *> Card-kiosk settlement import: posts the wallet credit sold at the
      *> card-payment kiosk onto the players' lines of the shared
      *> ../Common/wallet.dat ledger. The kiosk vendor drops a daily
      *> settlement file of "transaction-id,initials,credits,time" lines
      *> (kiosksettle.csv unless another name is given on the command
      *> line). Each transaction is validated -- four fields, initials
      *> three characters and not on the ../Common/initialsblock.dat
      *> blocklist, a whole non-zero number of credits -- then added to the
      *> player's wallet line (created for a first-time player) through the
      *> same temp-file-and-rename rewrite CreditsTopUp's wallet loads use,
      *> and journaled to topups.log as a "WALLET:III" load with KIOSK in
      *> the operator field and the transaction id after it, so the drawer
      *> close-out and MonthlyClose can tell card sales from cash. A
      *> transaction id already on topups.log is skipped, which makes a
      *> re-run of the same file harmless; a topups.log that can't be read
      *> stops the import before anything posts. Rejected lines are
      *> listed with their reason in kioskexceptions.txt for the office
      *> to take up with the vendor. Each posting is made under the
      *> writer's lock on wallet.dat (CommonLock) the cabinets take for
      *> their spends; a
      *> wallet still busy at the lock timeout is listed as an exception
      *> and, never having reached topups.log, posts on the next run.
      *> A sale for a player suspended on ../Common/suspensions.dat
      *> (SuspensionCheck, which logs the refusal) is not posted either;
      *> it is listed as PLAYER SUSPENDED for the office to refund.
      *> Run nightly by NightlyBatch (a night with no
      *> settlement file imports nothing), or by hand, from a
      *> Games\CabinetOps working directory.
       program-id. KioskImport as "KioskImport".

       environment division.
       configuration section.

       input-output section.
       file-control.
           select settle-file
                   assign to ws-settle-name
                   organization is line sequential
                   file status is ws-settle-status.
           select topup-log-file
                   assign to "topups.log"
                   organization is line sequential
                   file status is ws-topup-status.
           select block-file
                   assign to "../Common/initialsblock.dat"
                   organization is line sequential
                   file status is ws-block-status.
           select wallet-file
                   assign to "../Common/wallet.dat"
                   organization is line sequential
                   file status is ws-wallet-status.
           select wallet-temp-file
                   assign to "../Common/wallet.dat.tmp"
                   organization is line sequential
                   file status is ws-wallet-temp-status.
           select exceptions-file
                   assign to "kioskexceptions.txt"
                   organization is line sequential
                   file status is ws-exceptions-status.

       data division.
       file section.
       fd settle-file record contains 80 characters.
       01 settle-line       pic x(80).

       fd topup-log-file record contains 132 characters.
       01 topup-log-line    pic x(132).

       fd block-file record contains 3 characters.
       01 bl-initials       pic x(3).

       fd wallet-file record contains 20 characters.
       01 wa-line           pic x(20).

       fd wallet-temp-file record contains 20 characters.
       01 wt-line           pic x(20).

       fd exceptions-file record contains 132 characters.
       01 exceptions-line   pic x(132).

       working-storage section.
       01 ws-settle-status      pic xx.
       01 ws-topup-status       pic xx.
       01 ws-block-status       pic xx.
       01 ws-wallet-status      pic xx.
       01 ws-wallet-temp-status pic xx.
       01 ws-exceptions-status  pic xx.
       01 ws-eof                pic x.
       01 ws-wallet-eof         pic x.

       01 ws-settle-name        pic x(80).

      *> Set when topups.log already carries the transaction id.
       01 ws-already            pic x.
       01 ws-topup-eof          pic x.

       01 ws-block-count        pic 9(3) value 0.
       01 ws-block-table.
           03 ws-blocked occurs 200 pic x(3).
       01 ws-block-index        pic 9(3).

      *> Parsed fields of one settlement line.
       01 ws-k-id               pic x(20).
       01 ws-k-initials         pic x(4).
       01 ws-k-amount           pic x(8).
       01 ws-k-time             pic x(20).
       01 ws-k-extra            pic x(20).
       01 ws-k-id-len           pic 9(3).
       01 ws-k-initials-len     pic 9(3).
       01 ws-k-amount-len       pic 9(3).
       01 ws-k-fields           pic 9(2).
       01 ws-reject-reason      pic x(30).

      *> Parsed fields of a topups.log line.
       01 ws-f-stamp            pic x(19).
       01 ws-f-target           pic x(64).
       01 ws-f-amount           pic x(8).
       01 ws-f-balance          pic x(8).
       01 ws-f-operator         pic x(8).
       01 ws-f-txid             pic x(20).

       01 ws-amount             pic 9(5).
       01 ws-old-balance        pic 9(5).
       01 ws-new-balance        pic 9(5).
       01 ws-wallet-initials    pic x(3).
       01 ws-w-initials         pic x(3).
       01 ws-w-balance          pic x(5).
       01 ws-wallet-found       pic x.
       01 ws-rename-rc          pic s9(9) comp-5.
       01 ws-wallet-name        pic x(30)
           value "../Common/wallet.dat".
       01 ws-wallet-temp-name   pic x(30)
           value "../Common/wallet.dat.tmp".

      *> Writer's lock held across each wallet rewrite.
       01 ws-lock-action        pic x.
       01 ws-lock-file          pic x(64)
           value "../Common/wallet.dat".
       01 ws-lock-who           pic x(16) value "KioskImport".
       01 ws-lock-granted       pic x.

      *> A suspended player's wallet can't be loaded.
       01 ws-suspend-what       pic x(5) value "LOAD".
       01 ws-suspend-title      pic x(16) value "KioskImport".
       01 ws-suspended          pic x.

       01 ws-line-count         pic 9(5) value 0.
       01 ws-posted-now         pic 9(5) value 0.
       01 ws-posted-credits     pic 9(7) value 0.
       01 ws-skipped-count      pic 9(5) value 0.
       01 ws-rejected-count     pic 9(5) value 0.
       01 ws-timestamp          pic x(19).
       01 ws-line-out           pic x(132).

       procedure division.
       main-line section.
           accept ws-settle-name from command-line
           if ws-settle-name = spaces
               move "kiosksettle.csv" to ws-settle-name
           end-if
           open input settle-file
           if ws-settle-status not = "00"
               display "No kiosk settlement file (" ws-settle-name
                       ") - nothing to import."
               move 0 to return-code
               stop run
           end-if
           perform check-topup-log
           perform load-blocklist

           open output exceptions-file
           if ws-exceptions-status not = "00"
               close settle-file
               display "Cannot write kioskexceptions.txt."
               move 8 to return-code
               stop run
           end-if
           move spaces to ws-line-out
           string "KIOSK SETTLEMENT EXCEPTIONS - "
                  ws-settle-name delimited by space
                  "  imported " delimited by size
                  function current-date(1:8) delimited by size
               into ws-line-out
           end-string
           move ws-line-out to exceptions-line
           write exceptions-line
           move spaces to exceptions-line
           write exceptions-line

           move "F" to ws-eof
           perform until ws-eof = "T"
               read settle-file
                   at end move "T" to ws-eof
                   not at end
                       if settle-line not = spaces
                           add 1 to ws-line-count
                           perform import-one-transaction
                       end-if
               end-read
           end-perform
           close settle-file

           if ws-rejected-count = 0
               move "  No exceptions." to exceptions-line
               write exceptions-line
           end-if
           close exceptions-file
           display "Kiosk import: " ws-line-count " line(s), "
                   ws-posted-now " posted (" ws-posted-credits
                   " credits), " ws-skipped-count " already posted, "
                   ws-rejected-count " rejected."
           if ws-rejected-count > 0
               display "  Rejected lines are in kioskexceptions.txt."
           end-if
           move 0 to return-code
           stop run
           .

      *> The posted ids are looked up on topups.log itself, so it has to
      *> be readable (or not yet written) before anything is posted.
       check-topup-log section.
           open input topup-log-file
           if ws-topup-status = "00"
               close topup-log-file
               exit section
           end-if
           if ws-topup-status = "35"
               exit section
           end-if
           close settle-file
           display "Cannot read topups.log (status " ws-topup-status
                   ") - kiosk import not run."
           move 8 to return-code
           stop run
           .

      *> Is this kiosk transaction id already on topups.log? Postings
      *> made earlier in this run are on it too, being closed after each
      *> line is written.
       check-already-posted section.
           move "N" to ws-already
           open input topup-log-file
           if ws-topup-status not = "00"
               exit section
           end-if
           move "F" to ws-topup-eof
           perform until ws-topup-eof = "T"
               read topup-log-file
                   at end move "T" to ws-topup-eof
                   not at end
                       move spaces to ws-f-operator ws-f-txid
                       unstring topup-log-line delimited by ","
                           into ws-f-stamp ws-f-target ws-f-amount
                                ws-f-balance ws-f-operator ws-f-txid
                       if ws-f-operator = "KIOSK"
                           and ws-f-txid = ws-k-id
                           move "Y" to ws-already
                           move "T" to ws-topup-eof
                       end-if
               end-read
           end-perform
           close topup-log-file
           .

       load-blocklist section.
           open input block-file
           if ws-block-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read block-file
                   at end move "T" to ws-eof
                   not at end
                       if ws-block-count < 200
                           add 1 to ws-block-count
                           move function upper-case(bl-initials)
                               to ws-blocked(ws-block-count)
                       end-if
               end-read
           end-perform
           close block-file
           .

       import-one-transaction section.
           move spaces to ws-k-id ws-k-initials ws-k-amount ws-k-time
                          ws-k-extra ws-reject-reason
           move 0 to ws-k-id-len ws-k-initials-len ws-k-amount-len
                     ws-k-fields
           unstring settle-line delimited by ","
               into ws-k-id count in ws-k-id-len
                    ws-k-initials count in ws-k-initials-len
                    ws-k-amount count in ws-k-amount-len
                    ws-k-time
                    ws-k-extra
               tallying in ws-k-fields
           end-unstring
           perform validate-transaction
           if ws-reject-reason not = spaces
               perform write-exception
               exit section
           end-if

           perform check-already-posted
           if ws-already = "Y"
               add 1 to ws-skipped-count
               exit section
           end-if

           move function upper-case(ws-k-initials) to ws-wallet-initials
           call "SuspensionCheck" using ws-wallet-initials
                                        ws-suspend-what
                                        ws-suspend-title ws-suspended
           if ws-suspended = "Y"
               move "PLAYER SUSPENDED" to ws-reject-reason
               perform write-exception
               exit section
           end-if
           compute ws-amount = function numval(ws-k-amount)
           perform rewrite-wallet-balance
           if ws-lock-granted not = "Y"
               move "WALLET LEDGER BUSY" to ws-reject-reason
               perform write-exception
               exit section
           end-if
           if ws-wallet-temp-status not = "00"
               move "WALLET LEDGER NOT WRITABLE" to ws-reject-reason
               perform write-exception
               exit section
           end-if
           perform log-kiosk-topup
           add 1 to ws-posted-now
           add ws-amount to ws-posted-credits
           .

      *> The first failing check names the reason on the exceptions list.
       validate-transaction section.
           if ws-k-fields not = 4 or ws-k-time = spaces
               move "UNKNOWN LAYOUT" to ws-reject-reason
               exit section
           end-if
           if ws-k-id = spaces or ws-k-id-len > 20
               move "BAD TRANSACTION ID" to ws-reject-reason
               exit section
           end-if
           if ws-k-initials-len not = 3
               or ws-k-initials(1:3) = spaces
               move "BAD INITIALS" to ws-reject-reason
               exit section
           end-if
           if ws-k-amount-len = 0 or ws-k-amount-len > 5
               move "BAD AMOUNT" to ws-reject-reason
               exit section
           end-if
           if ws-k-amount(1:ws-k-amount-len) is not numeric
               move "BAD AMOUNT" to ws-reject-reason
               exit section
           end-if
           if function numval(ws-k-amount) = 0
               move "ZERO AMOUNT" to ws-reject-reason
               exit section
           end-if
           perform varying ws-block-index from 1 by 1
                   until ws-block-index > ws-block-count
               if ws-blocked(ws-block-index)
                       = function upper-case(ws-k-initials(1:3))
                   move "BLOCKED INITIALS" to ws-reject-reason
                   exit perform
               end-if
           end-perform
           .

       write-exception section.
           add 1 to ws-rejected-count
           move spaces to ws-line-out
           string "  " ws-reject-reason "  " delimited by size
                  settle-line delimited by size
               into ws-line-out
           end-string
           move ws-line-out to exceptions-line
           write exceptions-line
           .

      *> The ledger copied through a temp file with the sale added to
      *> the player's line, or a new line for a first-time player.
       rewrite-wallet-balance section.
           move "N" to ws-wallet-found
           move 0 to ws-old-balance
           move ws-amount to ws-new-balance
           move "A" to ws-lock-action
           call "CommonLock" using ws-lock-action ws-lock-file
                                   ws-lock-who ws-lock-granted
           if ws-lock-granted not = "Y"
               exit section
           end-if
           open output wallet-temp-file
           if ws-wallet-temp-status not = "00"
               perform release-wallet-lock
               exit section
           end-if
           open input wallet-file
           if ws-wallet-status = "00"
               move "F" to ws-wallet-eof
               perform until ws-wallet-eof = "T"
                   read wallet-file
                       at end move "T" to ws-wallet-eof
                       not at end
                           perform copy-or-load-wallet-line
                   end-read
               end-perform
               close wallet-file
           end-if
           if ws-wallet-found = "N"
               move spaces to wt-line
               string ws-wallet-initials "," ws-new-balance
                   delimited by size into wt-line
               end-string
               write wt-line
           end-if
           close wallet-temp-file
           call "CBL_DELETE_FILE" using ws-wallet-name
               returning ws-rename-rc
           call "CBL_RENAME_FILE" using ws-wallet-temp-name
                                        ws-wallet-name
               returning ws-rename-rc
           perform release-wallet-lock
           .

       release-wallet-lock section.
           move "R" to ws-lock-action
           call "CommonLock" using ws-lock-action ws-lock-file
                                   ws-lock-who ws-lock-granted
           .

       copy-or-load-wallet-line section.
           unstring wa-line delimited by ","
               into ws-w-initials ws-w-balance
           if ws-w-initials = ws-wallet-initials
               and ws-wallet-found = "N"
               move "Y" to ws-wallet-found
               if ws-w-balance is numeric
                   move ws-w-balance to ws-old-balance
               end-if
               compute ws-new-balance = ws-old-balance + ws-amount
               move spaces to wt-line
               string ws-wallet-initials "," ws-new-balance
                   delimited by size into wt-line
               end-string
               write wt-line
           else
               move wa-line to wt-line
               write wt-line
           end-if
           .

      *> A wallet load line like the counter's, with KIOSK standing in
      *> for the operator and the vendor's transaction id after it.
       log-kiosk-topup section.
           string function current-date(1:4) "-"
                  function current-date(5:2) "-"
                  function current-date(7:2) " "
                  function current-date(9:2) ":"
                  function current-date(11:2) ":"
                  function current-date(13:2)
                  delimited by size into ws-timestamp
           end-string
           open extend topup-log-file
           if ws-topup-status = "35"
               open output topup-log-file
           end-if
           move spaces to ws-line-out
           string ws-timestamp delimited by size
                  ",WALLET:" ws-wallet-initials
                  "," ws-amount
                  "," ws-new-balance
                  ",KIOSK," delimited by size
                  ws-k-id delimited by space
               into ws-line-out
           end-string
           move ws-line-out to topup-log-line
           write topup-log-line
           close topup-log-file
           .

       end program KioskImport.
