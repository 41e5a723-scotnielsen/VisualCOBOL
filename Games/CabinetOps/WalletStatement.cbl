      ********************************************************************************************************
      *
      * Copyright (C) Micro Focus 2010-2013.
      * All rights reserved.
      *
      *  This sample code is supplied for demonstration purposes only on an "as is" basis and "is for use at
      *  your own risk".
      *
      ********************************************************************************************************

      *> Player wallet statement: answers "where did my credits go?" at
      *> the counter. Takes a player's initials and a date range and
      *> prints every movement on their ../Common/wallet.dat line in
      *> date order with a running balance -- topups.log "WALLET:III"
      *> loads, game starts and tournament fees charged to the wallet
      *> (the WLT:III-sourced CHARGE/TOURNFEE lines in every cabinet's
      *> charges.log, cabinets.dat registry or the default
      *> one-folder-per-title layout), ../Common/loyaltyredeem.log
      *> conversions and adjustments.log "WALLET:III" corrections. The
      *> closing balance is the ledger balance today less any movement
      *> after the range, and the opening balance is the closing balance
      *> less the movements inside it, so both tie to the ledger; a line
      *> whose running balance disagrees with the balance its trail
      *> logged is marked "*". Written to walletstatement.txt for
      *> printing across the counter. Sign-on through the shared
      *> OperatorSignOn gate; run from a Games\CabinetOps working
      *> directory (or from the AttendantConsole menu).
      *> Transfers: a WalletTransfer between two players shows on both
      *> statements from the DONE lines of ../Common/wallettransfers.log
      *> -- out of the giver's wallet, into the receiver's, each against
      *> the after-balance the journal logged for that side. INTENT lines
      *> (and the VOID that cancels one) never moved anything.
      *> Referral bonuses ReferralBonus paid onto the wallet show from
      *> ../Common/referralbonus.log, against the balance it logged.
      *> Promotional vouchers redeemed onto the wallet show from
      *> ../Common/voucherredeem.log by code and cabinet.
       program-id. WalletStatement as "WalletStatement".

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
           select transfer-log-file
                   assign to "../Common/wallettransfers.log"
                   organization is line sequential
                   file status is ws-transfer-status.
           select referral-log-file
                   assign to "../Common/referralbonus.log"
                   organization is line sequential
                   file status is ws-referral-status.
           select voucher-log-file
                   assign to "../Common/voucherredeem.log"
                   organization is line sequential
                   file status is ws-voucher-status.
           select report-file assign to "walletstatement.txt"
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

       fd transfer-log-file record contains 132 characters.
       01 tl-line           pic x(132).

       fd referral-log-file record contains 80 characters.
       01 rb-line           pic x(80).

       fd voucher-log-file record contains 80 characters.
       01 vl-line           pic x(80).

       fd report-file record contains 132 characters.
       01 report-line       pic x(132).

       working-storage section.
       01 ws-cabinet-status     pic xx.
       01 ws-wallet-status      pic xx.
       01 ws-topup-status       pic xx.
       01 ws-adjust-status      pic xx.
       01 ws-charges-status     pic xx.
       01 ws-redeem-status      pic xx.
       01 ws-transfer-status    pic xx.
       01 ws-referral-status    pic xx.
       01 ws-voucher-status     pic xx.
       01 ws-eof                pic x value "F".
       01 ws-signed-operator    pic x(3).
       01 ws-operator-role      pic x(10).

      *> The statement being asked for.
       01 ws-initials           pic x(3).
       01 ws-from-text          pic x(8).
       01 ws-to-text            pic x(8).
       01 ws-from-date          pic x(10).
       01 ws-to-date            pic x(10).
       01 ws-ledger-balance     pic 9(5) value 0.
       01 ws-ledger-found       pic x value "N".
       01 ws-w-initials         pic x(3).
       01 ws-w-balance          pic x(5).

      *> Every wallet movement found for these initials, all dates.
       01 ws-move-count         pic 9(4) value 0.
       01 ws-move-table.
           03 ws-move-entry occurs 3000.
               05 ws-mv-stamp        pic x(19).
               05 ws-mv-kind         pic x(8).
               05 ws-mv-detail       pic x(24).
               05 ws-mv-amount       pic s9(6).
               05 ws-mv-logged       pic x(8).
       01 ws-move-swap          pic x(65).
       01 ws-mv-ix              pic 9(4).
       01 ws-mv-ix2             pic 9(4).

      *> Every cabinet whose charges.log may hold wallet spends.
       01 ws-cab-count          pic 9(3) value 0.
       01 ws-cab-table.
           03 ws-cab-directory occurs 50 pic x(64).
       01 ws-cab-ix             pic 9(3).
       01 ws-charges-path       pic x(80).

      *> Parsed fields of the trails being swept.
       01 ws-f-stamp            pic x(19).
       01 ws-f-target           pic x(64).
       01 ws-f-amount           pic x(8).
       01 ws-f-balance          pic x(8).
       01 ws-f-operator         pic x(8).
       01 ws-f-reason           pic x(16).
       01 ws-f-event            pic x(8).
       01 ws-f-title            pic x(16).
       01 ws-f-source           pic x(8).
       01 ws-f-initials         pic x(3).
       01 ws-f-points           pic x(8).
       01 ws-f-state            pic x(8).
       01 ws-f-to-initials      pic x(3).
       01 ws-f-from-before      pic x(8).
       01 ws-f-from-after       pic x(8).
       01 ws-f-to-before        pic x(8).
       01 ws-f-to-after         pic x(8).
       01 ws-f-code             pic x(8).
       01 ws-f-cabinet          pic x(16).

      *> Balances worked back from the ledger, and the running balance.
       01 ws-after-total        pic s9(7) value 0.
       01 ws-range-total        pic s9(7) value 0.
       01 ws-opening            pic s9(7).
       01 ws-closing            pic s9(7).
       01 ws-running            pic s9(7).
       01 ws-in-range-count     pic 9(4) value 0.
       01 ws-mismatch-count     pic 9(4) value 0.
       01 ws-mark               pic x.

       01 ws-amount-disp        pic -(6)9.
       01 ws-balance-disp       pic -(6)9.
       01 ws-line-out           pic x(132).

       procedure division.
       main-line section.
           call "OperatorSignOn" using ws-signed-operator
                                       ws-operator-role
           display "Player initials: " with no advancing
           accept ws-initials
           move function upper-case(ws-initials) to ws-initials
           if ws-initials = spaces
               display "No initials given - no statement written."
               stop run
           end-if
           perform ask-date-range
           perform read-ledger-balance
           if ws-ledger-found = "N"
               display "No wallet on the ledger for " ws-initials
                   " - the statement shows the trail only."
           end-if

           perform load-cabinet-directories
           perform sweep-topup-loads
           perform sweep-wallet-adjustments
           perform varying ws-cab-ix from 1 by 1
                   until ws-cab-ix > ws-cab-count
               perform sweep-cabinet-charges
           end-perform
           perform sweep-loyalty-conversions
           perform sweep-wallet-transfers
           perform sweep-referral-bonuses
           perform sweep-voucher-redemptions
           perform sort-movements-oldest-first
           perform work-out-balances

           open output report-file
           perform write-statement
           close report-file
           display "Statement for " ws-initials
                   " written to walletstatement.txt: "
                   ws-in-range-count " movement(s)."
           stop run
           .

      *> ENTER takes the first of this month through today.
       ask-date-range section.
           display "From date (yyyymmdd, ENTER for first of month): "
               with no advancing
           accept ws-from-text
           if ws-from-text = spaces or ws-from-text is not numeric
               move function current-date(1:6) to ws-from-text
               move "01" to ws-from-text(7:2)
           end-if
           display "To date (yyyymmdd, ENTER for today): "
               with no advancing
           accept ws-to-text
           if ws-to-text = spaces or ws-to-text is not numeric
               move function current-date(1:8) to ws-to-text
           end-if
           string ws-from-text(1:4) "-" ws-from-text(5:2) "-"
                  ws-from-text(7:2)
               delimited by size into ws-from-date
           end-string
           string ws-to-text(1:4) "-" ws-to-text(5:2) "-"
                  ws-to-text(7:2)
               delimited by size into ws-to-date
           end-string
           .

       read-ledger-balance section.
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
                       if ws-w-initials = ws-initials
                           and ws-w-balance is numeric
                           move ws-w-balance to ws-ledger-balance
                           move "Y" to ws-ledger-found
                           move "T" to ws-eof
                       end-if
               end-read
           end-perform
           close wallet-file
           .

      *> Every registered cabinet, retired ones included -- the wallet
      *> may have paid for starts on a machine since retired.
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

      *> "timestamp,WALLET:III,amount,newbalance,operator" -- KIOSK in the
      *> operator field is a card-kiosk purchase.
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
                       move spaces to ws-f-operator
                       unstring topup-log-line delimited by ","
                           into ws-f-stamp ws-f-target ws-f-amount
                                ws-f-balance ws-f-operator
                       if ws-f-target(1:7) = "WALLET:"
                           and ws-f-target(8:3) = ws-initials
                           and ws-move-count < 3000
                           add 1 to ws-move-count
                           move ws-f-stamp to ws-mv-stamp(ws-move-count)
                           move "LOAD" to ws-mv-kind(ws-move-count)
                           move "Credits loaded"
                               to ws-mv-detail(ws-move-count)
                           if ws-f-operator = "KIOSK"
                               move "KIOSK" to ws-mv-kind(ws-move-count)
                               move "Card kiosk purchase"
                                   to ws-mv-detail(ws-move-count)
                           end-if
                           compute ws-mv-amount(ws-move-count)
                               = function numval(ws-f-amount)
                           move ws-f-balance
                               to ws-mv-logged(ws-move-count)
                       end-if
               end-read
           end-perform
           close topup-log-file
           .

      *> "timestamp,WALLET:III,+/-nnnnn,newbalance,reason,operator"
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
                           into ws-f-stamp ws-f-target ws-f-amount
                                ws-f-balance ws-f-reason
                       if ws-f-target(1:7) = "WALLET:"
                           and ws-f-target(8:3) = ws-initials
                           and ws-move-count < 3000
                           add 1 to ws-move-count
                           move ws-f-stamp to ws-mv-stamp(ws-move-count)
                           move "ADJUST" to ws-mv-kind(ws-move-count)
                           move ws-f-reason
                               to ws-mv-detail(ws-move-count)
                           compute ws-mv-amount(ws-move-count)
                               = function numval(ws-f-amount)
                           move ws-f-balance
                               to ws-mv-logged(ws-move-count)
                       end-if
               end-read
           end-perform
           close adjust-log-file
           .

      *> "timestamp,event,title,price,balance,WLT:III" -- CHARGE is a
      *> game start, anything else (TOURNFEE) a CreditsDebit fee.
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
                                ws-f-amount ws-f-balance ws-f-source
                       if ws-f-source(1:4) = "WLT:"
                           and ws-f-source(5:3) = ws-initials
                           and ws-move-count < 3000
                           perform add-charge-movement
                       end-if
               end-read
           end-perform
           close charges-log-file
           .

       add-charge-movement section.
           add 1 to ws-move-count
           move ws-f-stamp to ws-mv-stamp(ws-move-count)
           if ws-f-event = "CHARGE"
               move "GAME" to ws-mv-kind(ws-move-count)
           else
               move "FEE" to ws-mv-kind(ws-move-count)
           end-if
           move spaces to ws-mv-detail(ws-move-count)
           string ws-f-event delimited by space
                  " " delimited by size
                  ws-f-title delimited by size
               into ws-mv-detail(ws-move-count)
           end-string
           compute ws-mv-amount(ws-move-count)
               = 0 - function numval(ws-f-amount)
           move ws-f-balance to ws-mv-logged(ws-move-count)
           .

      *> "timestamp,III,points,credits" -- no balance is logged.
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
                           into ws-f-stamp ws-f-initials ws-f-points
                                ws-f-amount
                       if ws-f-initials = ws-initials
                           and ws-move-count < 3000
                           add 1 to ws-move-count
                           move ws-f-stamp to ws-mv-stamp(ws-move-count)
                           move "LOYALTY" to ws-mv-kind(ws-move-count)
                           move spaces to ws-mv-detail(ws-move-count)
                           string "Points converted " delimited by size
                                  ws-f-points delimited by space
                               into ws-mv-detail(ws-move-count)
                           end-string
                           compute ws-mv-amount(ws-move-count)
                               = function numval(ws-f-amount)
                           move spaces to ws-mv-logged(ws-move-count)
                       end-if
               end-read
           end-perform
           close redeem-log-file
           .

      *> "timestamp,state,from,to,credits,from-before,from-after,
      *> to-before,to-after,operator" -- only DONE lines moved credits.
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
                                ws-f-to-initials ws-f-amount
                                ws-f-from-before ws-f-from-after
                                ws-f-to-before ws-f-to-after
                       if ws-f-state = "DONE"
                           and ws-move-count < 3000
                           evaluate ws-initials
                               when ws-f-initials
                                   perform add-transfer-out
                               when ws-f-to-initials
                                   perform add-transfer-in
                           end-evaluate
                       end-if
               end-read
           end-perform
           close transfer-log-file
           .

      *> "timestamp,III,credits,new-balance,REFERRER|REFERRED,new-player,
      *> referrer".
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
                       move spaces to ws-f-state ws-f-to-initials
                       unstring rb-line delimited by ","
                           into ws-f-stamp ws-f-initials ws-f-amount
                                ws-f-balance ws-f-state
                                ws-f-to-initials
                       if ws-f-initials = ws-initials
                           and ws-move-count < 3000
                           add 1 to ws-move-count
                           move ws-f-stamp to ws-mv-stamp(ws-move-count)
                           move "REFERRAL" to ws-mv-kind(ws-move-count)
                           move spaces to ws-mv-detail(ws-move-count)
                           if ws-f-state = "REFERRER"
                               string "Bonus for referring "
                                      ws-f-to-initials
                                   delimited by size
                                   into ws-mv-detail(ws-move-count)
                               end-string
                           else
                               move "Referred player's bonus"
                                   to ws-mv-detail(ws-move-count)
                           end-if
                           compute ws-mv-amount(ws-move-count)
                               = function numval(ws-f-amount)
                           move ws-f-balance
                               to ws-mv-logged(ws-move-count)
                       end-if
               end-read
           end-perform
           close referral-log-file
           .

      *> "timestamp,code,III,cabinet,credits" -- no balance is logged.
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
                       move spaces to ws-f-code ws-f-cabinet
                       unstring vl-line delimited by ","
                           into ws-f-stamp ws-f-code ws-f-initials
                                ws-f-cabinet ws-f-amount
                       if ws-f-initials = ws-initials
                           and ws-move-count < 3000
                           add 1 to ws-move-count
                           move ws-f-stamp to ws-mv-stamp(ws-move-count)
                           move "VOUCHER" to ws-mv-kind(ws-move-count)
                           move spaces to ws-mv-detail(ws-move-count)
                           string "Code " ws-f-code delimited by space
                                  " @ " delimited by size
                                  ws-f-cabinet delimited by space
                               into ws-mv-detail(ws-move-count)
                           end-string
                           compute ws-mv-amount(ws-move-count)
                               = function numval(ws-f-amount)
                           move spaces to ws-mv-logged(ws-move-count)
                       end-if
               end-read
           end-perform
           close voucher-log-file
           .

       add-transfer-out section.
           add 1 to ws-move-count
           move ws-f-stamp to ws-mv-stamp(ws-move-count)
           move "TRANSFER" to ws-mv-kind(ws-move-count)
           move spaces to ws-mv-detail(ws-move-count)
           string "Transfer to " ws-f-to-initials delimited by size
               into ws-mv-detail(ws-move-count)
           end-string
           compute ws-mv-amount(ws-move-count)
               = 0 - function numval(ws-f-amount)
           move ws-f-from-after to ws-mv-logged(ws-move-count)
           .

       add-transfer-in section.
           add 1 to ws-move-count
           move ws-f-stamp to ws-mv-stamp(ws-move-count)
           move "TRANSFER" to ws-mv-kind(ws-move-count)
           move spaces to ws-mv-detail(ws-move-count)
           string "Transfer from " ws-f-initials delimited by size
               into ws-mv-detail(ws-move-count)
           end-string
           compute ws-mv-amount(ws-move-count)
               = function numval(ws-f-amount)
           move ws-f-to-after to ws-mv-logged(ws-move-count)
           .

      *> The stamps sort chronologically as text; ties keep the order
      *> the trails were swept in.
       sort-movements-oldest-first section.
           perform varying ws-mv-ix from 1 by 1
                   until ws-mv-ix >= ws-move-count
               perform varying ws-mv-ix2 from 1 by 1
                       until ws-mv-ix2 >= ws-move-count
                   if ws-mv-stamp(ws-mv-ix2)
                           > ws-mv-stamp(ws-mv-ix2 + 1)
                       move ws-move-entry(ws-mv-ix2) to ws-move-swap
                       move ws-move-entry(ws-mv-ix2 + 1)
                           to ws-move-entry(ws-mv-ix2)
                       move ws-move-swap
                           to ws-move-entry(ws-mv-ix2 + 1)
                   end-if
               end-perform
           end-perform
           .

      *> Closing = ledger today less everything after the range;
      *> opening = closing less everything inside it.
       work-out-balances section.
           perform varying ws-mv-ix from 1 by 1
                   until ws-mv-ix > ws-move-count
               evaluate true
                   when ws-mv-stamp(ws-mv-ix)(1:10) > ws-to-date
                       add ws-mv-amount(ws-mv-ix) to ws-after-total
                   when ws-mv-stamp(ws-mv-ix)(1:10) >= ws-from-date
                       add ws-mv-amount(ws-mv-ix) to ws-range-total
                       add 1 to ws-in-range-count
               end-evaluate
           end-perform
           compute ws-closing = ws-ledger-balance - ws-after-total
           compute ws-opening = ws-closing - ws-range-total
           .

       write-statement section.
           move spaces to ws-line-out
           string "WALLET STATEMENT - " ws-initials
                  "   " ws-from-date " to " ws-to-date
               delimited by size into ws-line-out
           end-string
           move ws-line-out to report-line
           write report-line
           move spaces to report-line
           write report-line
           move ws-opening to ws-balance-disp
           move spaces to ws-line-out
           string "Opening balance" delimited by size
                  ws-balance-disp delimited by size
                  into ws-line-out(54:)
           end-string
           move ws-line-out to report-line
           write report-line
           move "Date/time           Type     Detail"
               to ws-line-out
           move "  Amount   Balance" to ws-line-out(54:)
           move ws-line-out to report-line
           write report-line

           move ws-opening to ws-running
           perform varying ws-mv-ix from 1 by 1
                   until ws-mv-ix > ws-move-count
               if ws-mv-stamp(ws-mv-ix)(1:10) >= ws-from-date
                   and ws-mv-stamp(ws-mv-ix)(1:10) <= ws-to-date
                   perform write-movement-line
               end-if
           end-perform

           move ws-closing to ws-balance-disp
           move spaces to ws-line-out
           string "Closing balance" delimited by size
                  ws-balance-disp delimited by size
                  into ws-line-out(54:)
           end-string
           move ws-line-out to report-line
           write report-line
           move spaces to report-line
           write report-line
           move ws-ledger-balance to ws-balance-disp
           move spaces to ws-line-out
           string "Ledger balance today: " ws-balance-disp
                  "   printed by " ws-signed-operator
               delimited by size into ws-line-out
           end-string
           move ws-line-out to report-line
           write report-line
           if ws-opening < 0
               move spaces to ws-line-out
               string "Opening balance below zero: part of the trail "
                      "for this wallet is missing (archived or lost "
                      "logs)."
                   delimited by size into ws-line-out
               end-string
               move ws-line-out to report-line
               write report-line
           end-if
           if ws-mismatch-count > 0
               move spaces to ws-line-out
               string ws-mismatch-count
                      " line(s) marked * disagree with the balance "
                      "their trail logged - refer to a supervisor."
                   delimited by size into ws-line-out
               end-string
               move ws-line-out to report-line
               write report-line
           end-if
           .

       write-movement-line section.
           add ws-mv-amount(ws-mv-ix) to ws-running
           move " " to ws-mark
           if ws-mv-logged(ws-mv-ix) not = spaces
               and function numval(ws-mv-logged(ws-mv-ix))
                   not = ws-running
               move "*" to ws-mark
               add 1 to ws-mismatch-count
           end-if
           move ws-mv-amount(ws-mv-ix) to ws-amount-disp
           move ws-running to ws-balance-disp
           move spaces to ws-line-out
           string ws-mv-stamp(ws-mv-ix) " "
                  ws-mv-kind(ws-mv-ix) " "
                  ws-mv-detail(ws-mv-ix)
               delimited by size into ws-line-out
           end-string
           string ws-amount-disp " " ws-balance-disp " " ws-mark
               delimited by size into ws-line-out(54:)
           end-string
           move ws-line-out to report-line
           write report-line
           .

       end program WalletStatement.
