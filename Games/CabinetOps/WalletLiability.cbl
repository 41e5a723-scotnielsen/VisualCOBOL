      ********************************************************************************************************
      *
      * Copyright (C) Micro Focus 2010-2013.
      * All rights reserved.
      *
      *  This sample code is supplied for demonstration purposes only on an "as is" basis and "is for use at
      *  your own risk".
      *
      ********************************************************************************************************

      *> Month-end wallet liability: every credit sitting on a
      *> ../Common/wallet.dat line is money the floor owes a player,
      *> and this report puts the figure in front of the accountant.
      *> It totals the outstanding wallet balance, counts the wallets
      *> in balance bands (empty, 1-9, 10-49, 50-99, 100 and over),
      *> and lists each wallet's last activity date, worked out from
      *> every trail that touches a wallet -- topups.log "WALLET:III"
      *> loads, adjustments.log "WALLET:III" corrections, the
      *> WLT:III-sourced lines in every cabinet's charges.log
      *> (cabinets.dat registry, or the default one-folder-per-title
      *> layout), ../Common/loyaltyredeem.log conversions,
      *> ../Common/voucherredeem.log voucher credit, both sides of the
      *> DONE transfers on ../Common/wallettransfers.log and the
      *> ../Common/referralbonus.log bonuses. A
      *> wallet with a balance and no activity for the dormancy period
      *> (asked at the start, ENTER for 12 months) goes on the dormant
      *> list with its balance, so it can be handled under the
      *> unclaimed-property policy instead of being carried forever.
      *> Written to walletliability.txt; run from a Games\CabinetOps
      *> working directory at month end.
       program-id. WalletLiability as "WalletLiability".

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
           select wallet-file
                   assign to "../Common/wallet.dat"
                   organization is line sequential
                   file status is ws-wallet-status.
           select topup-log-file
                   assign to "topups.log"
                   organization is line sequential
                   file status is ws-topup-status.
           select adjust-log-file
                   assign to "adjustments.log"
                   organization is line sequential
                   file status is ws-adjust-status.
           select charges-log-file
                   assign to ws-charges-path
                   organization is line sequential
                   file status is ws-charges-status.
           select redeem-log-file
                   assign to "../Common/loyaltyredeem.log"
                   organization is line sequential
                   file status is ws-redeem-status.
           select voucher-log-file
                   assign to "../Common/voucherredeem.log"
                   organization is line sequential
                   file status is ws-voucher-status.
           select transfer-log-file
                   assign to "../Common/wallettransfers.log"
                   organization is line sequential
                   file status is ws-transfer-status.
           select referral-log-file
                   assign to "../Common/referralbonus.log"
                   organization is line sequential
                   file status is ws-referral-status.
           select report-file assign to "walletliability.txt"
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

       fd wallet-file record contains 20 characters.
       01 wa-line           pic x(20).

       fd topup-log-file record contains 132 characters.
       01 topup-log-line    pic x(132).

       fd adjust-log-file record contains 132 characters.
       01 adjust-log-line   pic x(132).

       fd charges-log-file record contains 120 characters.
       01 charges-line      pic x(120).

       fd redeem-log-file record contains 60 characters.
       01 rl-line           pic x(60).

       fd voucher-log-file record contains 80 characters.
       01 vl-line           pic x(80).

       fd transfer-log-file record contains 132 characters.
       01 tl-line           pic x(132).

       fd referral-log-file record contains 80 characters.
       01 rb-line           pic x(80).

       fd report-file record contains 132 characters.
       01 report-line       pic x(132).

       working-storage section.
       01 ws-cabinet-status     pic xx.
       01 ws-wallet-status      pic xx.
       01 ws-topup-status       pic xx.
       01 ws-adjust-status      pic xx.
       01 ws-charges-status     pic xx.
       01 ws-redeem-status      pic xx.
       01 ws-voucher-status     pic xx.
       01 ws-transfer-status    pic xx.
       01 ws-referral-status    pic xx.
       01 ws-eof                pic x value "F".

      *> Every wallet on the ledger with its last activity found so far.
       01 ws-wallet-count       pic 9(4) value 0.
       01 ws-wallet-table.
           03 ws-wallet-entry occurs 2000.
               05 ws-wl-initials     pic x(3).
               05 ws-wl-balance      pic 9(5).
               05 ws-wl-last-date    pic x(10).
       01 ws-wl-ix              pic 9(4).
       01 ws-w-initials         pic x(3).
       01 ws-w-balance          pic x(5).

      *> Every cabinet whose charges.log may hold wallet spends.
       01 ws-cab-count          pic 9(3) value 0.
       01 ws-cab-table.
           03 ws-cab-directory occurs 50 pic x(64).
       01 ws-cab-ix             pic 9(3).
       01 ws-charges-path       pic x(80).

      *> Parsed fields of the trails being swept.
       01 ws-f-stamp            pic x(19).
       01 ws-f-target           pic x(64).
       01 ws-f-event            pic x(8).
       01 ws-f-title            pic x(16).
       01 ws-f-price            pic x(5).
       01 ws-f-balance          pic x(8).
       01 ws-f-source           pic x(8).
       01 ws-f-initials         pic x(3).
       01 ws-f-code             pic x(8).
       01 ws-f-state            pic x(8).
       01 ws-f-to-initials      pic x(3).
       01 ws-seen-initials      pic x(3).
       01 ws-seen-date          pic x(10).

      *> Dormancy cut-off: a wallet whose last activity falls before
      *> this date (today less the dormancy period) is dormant.
       01 ws-dormant-text       pic x(3).
       01 ws-dormant-months     pic 9(3) value 12.
       01 ws-month-serial       pic 9(6).
       01 ws-cutoff-year        pic 9(4).
       01 ws-cutoff-month       pic 9(2).
       01 ws-cutoff-date        pic x(10).
       01 ws-today              pic x(10).

      *> Liability totals and balance bands.
       01 ws-total-balance      pic 9(9) value 0.
       01 ws-dormant-balance    pic 9(9) value 0.
       01 ws-dormant-count      pic 9(4) value 0.
       01 ws-band-table.
           03 ws-band-count occurs 5 pic 9(4) value 0.
           03 ws-band-total occurs 5 pic 9(9) value 0.
       01 ws-band-ix            pic 9.
       01 ws-band-labels.
           03 filler pic x(12) value "empty       ".
           03 filler pic x(12) value "1 - 9       ".
           03 filler pic x(12) value "10 - 49     ".
           03 filler pic x(12) value "50 - 99     ".
           03 filler pic x(12) value "100 and over".
       01 ws-band-label-table redefines ws-band-labels.
           03 ws-band-label occurs 5 pic x(12).

       01 ws-activity-disp      pic x(10).
       01 ws-line-out           pic x(132).

       procedure division.
       main-line section.
           display "Dormant after how many months without activity "
                   "(ENTER for 12): " with no advancing
           accept ws-dormant-text
           if ws-dormant-text not = spaces
               and function numval(ws-dormant-text) > 0
               compute ws-dormant-months
                   = function numval(ws-dormant-text)
           end-if
           perform work-out-cutoff

           perform load-wallets
           perform load-cabinet-directories
           perform sweep-topup-loads
           perform sweep-wallet-adjustments
           perform varying ws-cab-ix from 1 by 1
                   until ws-cab-ix > ws-cab-count
               perform sweep-cabinet-charges
           end-perform
           perform sweep-loyalty-conversions
           perform sweep-voucher-redemptions
           perform sweep-wallet-transfers
           perform sweep-referral-bonuses

           open output report-file
           perform write-liability-summary
           perform write-wallet-listing
           perform write-dormant-list
           close report-file
           display "Wallet liability written to walletliability.txt: "
                   ws-wallet-count " wallet(s), " ws-dormant-count
                   " dormant."
           stop run
           .

      *> Today less the dormancy period, same day of the month.
       work-out-cutoff section.
           string function current-date(1:4) "-"
                  function current-date(5:2) "-"
                  function current-date(7:2)
               delimited by size into ws-today
           end-string
           compute ws-month-serial
               = function numval(function current-date(1:4)) * 12
               + function numval(function current-date(5:2)) - 1
               - ws-dormant-months
           compute ws-cutoff-year = ws-month-serial / 12
           compute ws-cutoff-month
               = function mod(ws-month-serial, 12) + 1
           string ws-cutoff-year "-" ws-cutoff-month "-"
                  function current-date(7:2)
               delimited by size into ws-cutoff-date
           end-string
           .

       load-wallets section.
           open input wallet-file
           if ws-wallet-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read wallet-file
                   at end move "T" to ws-eof
                   not at end
                       unstring wa-line delimited by ","
                           into ws-w-initials ws-w-balance
                       if ws-w-initials not = spaces
                           and ws-w-balance is numeric
                           and ws-wallet-count < 2000
                           add 1 to ws-wallet-count
                           move ws-w-initials
                               to ws-wl-initials(ws-wallet-count)
                           move ws-w-balance
                               to ws-wl-balance(ws-wallet-count)
                           move spaces
                               to ws-wl-last-date(ws-wallet-count)
                       end-if
               end-read
           end-perform
           close wallet-file
           .

      *> Every registered cabinet, retired ones included -- a wallet
      *> spend on a machine since taken off the floor is still activity.
       load-cabinet-directories section.
           open input cabinet-file
           if ws-cabinet-status = "00"
               move "F" to ws-eof
               perform until ws-eof = "T"
                   read cabinet-file next record
                       at end move "T" to ws-eof
                       not at end
                           if ws-cab-count < 50
                               add 1 to ws-cab-count
                               move cb-directory
                                   to ws-cab-directory(ws-cab-count)
                           end-if
                   end-read
               end-perform
               close cabinet-file
           end-if
           if ws-cab-count = 0
               move 5 to ws-cab-count
               move "../CobolBlitz" to ws-cab-directory(1)
               move "../CobolMineSweeper" to ws-cab-directory(2)
               move "../CobolDoKu" to ws-cab-directory(3)
               move "../CobolSnake" to ws-cab-directory(4)
               move "../CobolTicTacToe" to ws-cab-directory(5)
           end-if
           .

       sweep-topup-loads section.
           open input topup-log-file
           if ws-topup-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read topup-log-file
                   at end move "T" to ws-eof
                   not at end
                       unstring topup-log-line delimited by ","
                           into ws-f-stamp ws-f-target
                       if ws-f-target(1:7) = "WALLET:"
                           move ws-f-target(8:3) to ws-seen-initials
                           move ws-f-stamp(1:10) to ws-seen-date
                           perform note-activity
                       end-if
               end-read
           end-perform
           close topup-log-file
           .

       sweep-wallet-adjustments section.
           open input adjust-log-file
           if ws-adjust-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read adjust-log-file
                   at end move "T" to ws-eof
                   not at end
                       unstring adjust-log-line delimited by ","
                           into ws-f-stamp ws-f-target
                       if ws-f-target(1:7) = "WALLET:"
                           move ws-f-target(8:3) to ws-seen-initials
                           move ws-f-stamp(1:10) to ws-seen-date
                           perform note-activity
                       end-if
               end-read
           end-perform
           close adjust-log-file
           .

      *> Game starts and fees the wallet paid for carry "WLT:III" as
      *> their source field.
       sweep-cabinet-charges section.
           move spaces to ws-charges-path
           string ws-cab-directory(ws-cab-ix) delimited by space
                  "/charges.log" delimited by size
                  into ws-charges-path
           end-string
           open input charges-log-file
           if ws-charges-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read charges-log-file
                   at end move "T" to ws-eof
                   not at end
                       unstring charges-line delimited by ","
                           into ws-f-stamp ws-f-event ws-f-title
                                ws-f-price ws-f-balance ws-f-source
                       if ws-f-source(1:4) = "WLT:"
                           move ws-f-source(5:3) to ws-seen-initials
                           move ws-f-stamp(1:10) to ws-seen-date
                           perform note-activity
                       end-if
               end-read
           end-perform
           close charges-log-file
           .

       sweep-loyalty-conversions section.
           open input redeem-log-file
           if ws-redeem-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read redeem-log-file
                   at end move "T" to ws-eof
                   not at end
                       unstring rl-line delimited by ","
                           into ws-f-stamp ws-f-initials
                       move ws-f-initials to ws-seen-initials
                       move ws-f-stamp(1:10) to ws-seen-date
                       perform note-activity
               end-read
           end-perform
           close redeem-log-file
           .

      *> "timestamp,code,III,cabinet,credits".
       sweep-voucher-redemptions section.
           open input voucher-log-file
           if ws-voucher-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read voucher-log-file
                   at end move "T" to ws-eof
                   not at end
                       unstring vl-line delimited by ","
                           into ws-f-stamp ws-f-code ws-f-initials
                       move ws-f-initials to ws-seen-initials
                       move ws-f-stamp(1:10) to ws-seen-date
                       perform note-activity
               end-read
           end-perform
           close voucher-log-file
           .

      *> "timestamp,state,from,to,..." -- a DONE transfer is activity on
      *> both wallets; INTENT and VOID lines never moved anything.
       sweep-wallet-transfers section.
           open input transfer-log-file
           if ws-transfer-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read transfer-log-file
                   at end move "T" to ws-eof
                   not at end
                       unstring tl-line delimited by ","
                           into ws-f-stamp ws-f-state ws-f-initials
                                ws-f-to-initials
                       if ws-f-state = "DONE"
                           move ws-f-stamp(1:10) to ws-seen-date
                           move ws-f-initials to ws-seen-initials
                           perform note-activity
                           move ws-f-to-initials to ws-seen-initials
                           perform note-activity
                       end-if
               end-read
           end-perform
           close transfer-log-file
           .

      *> "timestamp,III,credits,new-balance,...".
       sweep-referral-bonuses section.
           open input referral-log-file
           if ws-referral-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read referral-log-file
                   at end move "T" to ws-eof
                   not at end
                       unstring rb-line delimited by ","
                           into ws-f-stamp ws-f-initials
                       move ws-f-initials to ws-seen-initials
                       move ws-f-stamp(1:10) to ws-seen-date
                       perform note-activity
               end-read
           end-perform
           close referral-log-file
           .

      *> The newest date seen for a wallet's initials is its last
      *> activity ("yyyy-mm-dd" compares correctly as a string).
       note-activity section.
           perform varying ws-wl-ix from 1 by 1
                   until ws-wl-ix > ws-wallet-count
               if ws-wl-initials(ws-wl-ix) = ws-seen-initials
                   if ws-seen-date > ws-wl-last-date(ws-wl-ix)
                       or ws-wl-last-date(ws-wl-ix) = spaces
                       move ws-seen-date to ws-wl-last-date(ws-wl-ix)
                   end-if
                   exit perform
               end-if
           end-perform
           .

       write-liability-summary section.
           perform varying ws-wl-ix from 1 by 1
                   until ws-wl-ix > ws-wallet-count
               add ws-wl-balance(ws-wl-ix) to ws-total-balance
               evaluate true
                   when ws-wl-balance(ws-wl-ix) = 0
                       move 1 to ws-band-ix
                   when ws-wl-balance(ws-wl-ix) < 10
                       move 2 to ws-band-ix
                   when ws-wl-balance(ws-wl-ix) < 50
                       move 3 to ws-band-ix
                   when ws-wl-balance(ws-wl-ix) < 100
                       move 4 to ws-band-ix
                   when other
                       move 5 to ws-band-ix
               end-evaluate
               add 1 to ws-band-count(ws-band-ix)
               add ws-wl-balance(ws-wl-ix) to ws-band-total(ws-band-ix)
           end-perform

           move spaces to ws-line-out
           string "WALLET LIABILITY - " ws-today
               delimited by size into ws-line-out
           end-string
           move ws-line-out to report-line
           write report-line
           move spaces to report-line
           write report-line
           move spaces to ws-line-out
           string "Outstanding wallet balance: " ws-total-balance
                  " credits across " ws-wallet-count " wallet(s)"
               delimited by size into ws-line-out
           end-string
           move ws-line-out to report-line
           write report-line
           move spaces to report-line
           write report-line
           move "BALANCE BANDS" to report-line
           write report-line
           perform varying ws-band-ix from 1 by 1 until ws-band-ix > 5
               move spaces to ws-line-out
               string "  " ws-band-label(ws-band-ix)
                      "  wallets " ws-band-count(ws-band-ix)
                      "  credits " ws-band-total(ws-band-ix)
                   delimited by size into ws-line-out
               end-string
               move ws-line-out to report-line
               write report-line
           end-perform
           move spaces to report-line
           write report-line
           .

       write-wallet-listing section.
           move "EVERY WALLET - initials, balance, last activity"
               to report-line
           write report-line
           perform varying ws-wl-ix from 1 by 1
                   until ws-wl-ix > ws-wallet-count
               if ws-wl-last-date(ws-wl-ix) = spaces
                   move "never" to ws-activity-disp
               else
                   move ws-wl-last-date(ws-wl-ix) to ws-activity-disp
               end-if
               move spaces to ws-line-out
               string "  " ws-wl-initials(ws-wl-ix)
                      "  " ws-wl-balance(ws-wl-ix)
                      "  " ws-activity-disp
                   delimited by size into ws-line-out
               end-string
               move ws-line-out to report-line
               write report-line
           end-perform
           move spaces to report-line
           write report-line
           .

      *> Balances left untouched since before the cut-off (or with no
      *> activity on any trail at all).
       write-dormant-list section.
           move spaces to ws-line-out
           string "DORMANT WALLETS - no activity since before "
                  ws-cutoff-date " (" ws-dormant-months " months)"
               delimited by size into ws-line-out
           end-string
           move ws-line-out to report-line
           write report-line
           perform varying ws-wl-ix from 1 by 1
                   until ws-wl-ix > ws-wallet-count
               if ws-wl-balance(ws-wl-ix) > 0
                   and (ws-wl-last-date(ws-wl-ix) = spaces
                     or ws-wl-last-date(ws-wl-ix) < ws-cutoff-date)
                   add 1 to ws-dormant-count
                   add ws-wl-balance(ws-wl-ix) to ws-dormant-balance
                   if ws-wl-last-date(ws-wl-ix) = spaces
                       move "never" to ws-activity-disp
                   else
                       move ws-wl-last-date(ws-wl-ix)
                           to ws-activity-disp
                   end-if
                   move spaces to ws-line-out
                   string "  " ws-wl-initials(ws-wl-ix)
                          "  balance " ws-wl-balance(ws-wl-ix)
                          "  last activity " ws-activity-disp
                       delimited by size into ws-line-out
                   end-string
                   move ws-line-out to report-line
                   write report-line
               end-if
           end-perform
           move spaces to ws-line-out
           string "Dormant wallets: " ws-dormant-count
                  "  Dormant balance: " ws-dormant-balance " credits"
               delimited by size into ws-line-out
           end-string
           move ws-line-out to report-line
           write report-line
           .

       end program WalletLiability.
