      ********************************************************************************************************
      *
      * Copyright (C) Micro Focus 2010-2013.
      * All rights reserved.
      *
      *  This sample code is supplied for demonstration purposes only on an "as is" basis and "is for use at
      *  your own risk".
      *
      ********************************************************************************************************

      *> Promotional voucher redemption for the console-mode games: looks a
      *> keyed code up on the shared ../Common/vouchers.dat master (issued
      *> in batches by the operator's Vouchers program as
      *> "code,batch,value,expiry,issued,operator" lines) and lands its
      *> credit value on the player's ../Common/wallet.dat line, the same
      *> place LoyaltyRedeem banks comped credits. A code redeems once only
      *> -- any code already on the ../Common/voucherredeem.log journal is
      *> refused -- and a code past its expiry date (yyyymmdd, last valid
      *> day) is refused too. Each redemption is journaled as
      *> "timestamp,code,III,cabinet,value" (cabinet = COMPUTERNAME, the
      *> same id HeartbeatPublish reports), so the monthly close can show
      *> promotional credit as its own source, never mixed with cash
      *> top-ups. Called from the shared InitialsEntry prompt.
      *> The used-code check, the wallet rewrite and the journal line are
      *> made under the writer's lock on wallet.dat (CommonLock), so one
      *> code keyed at two cabinets at once still lands only once; a
      *> wallet still busy at the lock timeout returns "B" and the code is
      *> left unredeemed for the player to try again -- as does a journal
      *> that can't be opened or a wallet rewrite that doesn't complete,
      *> so a code is only ever journaled once its credit has landed.
      *> A player suspended on ../Common/suspensions.dat (SuspensionCheck)
      *> can't load their wallet: the code is refused with "S", the
      *> refusal logged, and left unredeemed for after the suspension.
       program-id. VoucherRedeem as "VoucherRedeem".

       environment division.
       configuration section.

       input-output section.
       file-control.
           select voucher-file
                   assign to "../Common/vouchers.dat"
                   organization is line sequential
                   file status is ws-voucher-status.
           select voucher-log-file
                   assign to "../Common/voucherredeem.log"
                   organization is line sequential
                   file status is ws-voucher-log-status.
           select wallet-file
                   assign to "../Common/wallet.dat"
                   organization is line sequential
                   file status is ws-wallet-status.
           select wallet-temp-file
                   assign to "../Common/wallet.dat.tmp"
                   organization is line sequential
                   file status is ws-wallet-temp-status.

       data division.
       file section.
       fd voucher-file record contains 60 characters.
       01 vo-line           pic x(60).

       fd voucher-log-file record contains 80 characters.
       01 vl-line           pic x(80).

       fd wallet-file record contains 20 characters.
       01 wa-line           pic x(20).

       fd wallet-temp-file record contains 20 characters.
       01 wt-line           pic x(20).

       working-storage section.
       01 ws-voucher-status     pic xx.
       01 ws-voucher-log-status pic xx.
       01 ws-wallet-status      pic xx.
       01 ws-wallet-temp-status pic xx.
       01 ws-eof                pic x.

      *> Parsed fields of one master line and one journal line.
       01 ws-v-code             pic x(8).
       01 ws-v-batch            pic x(12).
       01 ws-v-value            pic x(5).
       01 ws-v-expiry           pic x(8).
       01 ws-j-stamp            pic x(19).
       01 ws-j-code             pic x(8).

       01 ws-code               pic x(8).
       01 ws-found              pic x.
       01 ws-value              pic 9(5).
       01 ws-expiry             pic x(8).
       01 ws-cabinet-id         pic x(16).

       01 ws-w-initials         pic x(3).
       01 ws-w-balance          pic x(5).
       01 ws-wallet-balance     pic 9(5).
       01 ws-wallet-found       pic x.

       01 ws-rename-rc          pic s9(9) comp-5.
       01 ws-wallet-name        pic x(30)
           value "../Common/wallet.dat".
       01 ws-wallet-temp-name   pic x(30)
           value "../Common/wallet.dat.tmp".
       01 ws-line-out           pic x(80).
      *> "Y" once the journal is open / the new wallet is in place.
       01 ws-journal-open       pic x.
       01 ws-banked             pic x.

      *> Writer's lock held from the used-code check to the journal line.
       01 ws-lock-action        pic x.
       01 ws-lock-file          pic x(64)
           value "../Common/wallet.dat".
       01 ws-lock-who           pic x(16) value "VoucherRedeem".
       01 ws-lock-granted       pic x.

      *> A suspended player's wallet can't be loaded.
       01 ws-suspend-what       pic x(5) value "LOAD".
       01 ws-suspend-title      pic x(16) value "VoucherRedeem".
       01 ws-suspended          pic x.

       linkage section.
       01 l-initials            pic x(3).
       01 l-code                pic x(8).
      *> "Y" credited, "N" no such code, "U" already used, "E" expired,
      *> "B" wallet busy -- try again, "S" player suspended.
       01 l-result              pic x.
      *> The credits the code was worth (0 unless credited).
       01 l-value               pic 9(5).

       procedure division using l-initials l-code l-result l-value.
       main-entry section.
           move "N" to l-result
           move 0 to l-value
           move function upper-case(l-code) to ws-code
           if l-initials = spaces or ws-code = spaces
               goback
           end-if

           perform find-voucher
           if ws-found = "N"
               goback
           end-if
           if ws-expiry < function current-date(1:8)
               move "E" to l-result
               goback
           end-if
           call "SuspensionCheck" using l-initials ws-suspend-what
                                        ws-suspend-title ws-suspended
           if ws-suspended = "Y"
               move "S" to l-result
               goback
           end-if
           move "A" to ws-lock-action
           call "CommonLock" using ws-lock-action ws-lock-file
                                   ws-lock-who ws-lock-granted
           if ws-lock-granted not = "Y"
               move "B" to l-result
               goback
           end-if
           perform check-already-redeemed
           if ws-found = "Y"
               perform release-wallet-lock
               move "U" to l-result
               goback
           end-if

      *> The journal is opened before the wallet is touched and written
      *> only once the new wallet is in place: a code is never spent
      *> without its credit landing, nor credited and left unspent.
           perform open-redemption-journal
           if ws-journal-open not = "Y"
               perform release-wallet-lock
               move "B" to l-result
               goback
           end-if
           perform bank-wallet-credits
           if ws-banked not = "Y"
               close voucher-log-file
               perform release-wallet-lock
               move "B" to l-result
               goback
           end-if
           perform journal-redemption
           perform release-wallet-lock
           move "Y" to l-result
           move ws-value to l-value
           goback.

       release-wallet-lock section.
           move "R" to ws-lock-action
           call "CommonLock" using ws-lock-action ws-lock-file
                                   ws-lock-who ws-lock-granted
           .

       find-voucher section.
           move "N" to ws-found
           open input voucher-file
           if ws-voucher-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read voucher-file
                   at end move "T" to ws-eof
                   not at end
                       unstring vo-line delimited by ","
                           into ws-v-code ws-v-batch ws-v-value
                                ws-v-expiry
                       if ws-v-code = ws-code
                           and ws-v-value is numeric
                           move ws-v-value to ws-value
                           move ws-v-expiry to ws-expiry
                           move "Y" to ws-found
                           move "T" to ws-eof
                       end-if
               end-read
           end-perform
           close voucher-file
           .

      *> The journal is the single record of spent codes: a code on it
      *> has already landed on somebody's wallet.
       check-already-redeemed section.
           move "N" to ws-found
           open input voucher-log-file
           if ws-voucher-log-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read voucher-log-file
                   at end move "T" to ws-eof
                   not at end
                       unstring vl-line delimited by ","
                           into ws-j-stamp ws-j-code
                       if ws-j-code = ws-code
                           move "Y" to ws-found
                           move "T" to ws-eof
                       end-if
               end-read
           end-perform
           close voucher-log-file
           .

      *> The voucher's value lands on the player's wallet line (created
      *> for a first-time wallet holder), same rewrite hand-off as
      *> LoyaltyRedeem.
       bank-wallet-credits section.
           move "N" to ws-banked
           move "N" to ws-wallet-found
           open output wallet-temp-file
           if ws-wallet-temp-status not = "00"
               exit section
           end-if
           open input wallet-file
           if ws-wallet-status = "00"
               move "F" to ws-eof
               perform until ws-eof = "T"
                   read wallet-file
                       at end move "T" to ws-eof
                       not at end
                           perform copy-or-credit-wallet-line
                   end-read
               end-perform
               close wallet-file
           end-if
           if ws-wallet-found = "N"
               move ws-value to ws-wallet-balance
               move spaces to wt-line
               string l-initials "," ws-wallet-balance
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
           if ws-rename-rc = 0
               move "Y" to ws-banked
           end-if
           .

       copy-or-credit-wallet-line section.
           unstring wa-line delimited by ","
               into ws-w-initials ws-w-balance
           if ws-w-initials = l-initials
               and ws-wallet-found = "N"
               move "Y" to ws-wallet-found
               move 0 to ws-wallet-balance
               if ws-w-balance is numeric
                   move ws-w-balance to ws-wallet-balance
               end-if
               add ws-value to ws-wallet-balance
               move spaces to wt-line
               string l-initials "," ws-wallet-balance
                   delimited by size into wt-line
               end-string
               write wt-line
           else
               move wa-line to wt-line
               write wt-line
           end-if
           .

       open-redemption-journal section.
           move "N" to ws-journal-open
           open extend voucher-log-file
           if ws-voucher-log-status = "35"
               open output voucher-log-file
           end-if
           if ws-voucher-log-status = "00"
               move "Y" to ws-journal-open
           end-if
           .

       journal-redemption section.
           accept ws-cabinet-id from environment "COMPUTERNAME"
           if ws-cabinet-id = spaces
               move "CABINET" to ws-cabinet-id
           end-if
           move spaces to ws-line-out
           string function current-date(1:4) "-"
                  function current-date(5:2) "-"
                  function current-date(7:2) " "
                  function current-date(9:2) ":"
                  function current-date(11:2) ":"
                  function current-date(13:2)
                  "," ws-code
                  "," l-initials
                  "," delimited by size
                  ws-cabinet-id delimited by space
                  "," ws-value delimited by size
               into ws-line-out
           end-string
           move ws-line-out to vl-line
           write vl-line
           close voucher-log-file
           .

       end program VoucherRedeem.
