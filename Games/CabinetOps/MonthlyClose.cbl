      *> lines), which is where next month's opening balances come from -- so the
      *> continuity chain runs close to close. Multi-site floors get per-site
      *> subtotals of the month's top-ups, charges and adjustments under the
      *> statements. Money loaded onto player wallets is reported under the
      *> statements by source: cash wallet loads off topups.log
      *> ("WALLET:III" lines), card-kiosk wallet sales (the same lines
      *> with KIOSK in the operator field, posted by KioskImport) and
      *> promotional voucher credit off
      *> ../Common/voucherredeem.log, so free credit handed out by marketing
      *> is never mixed with cash top-ups. The close also writes the month
      *> as a general-ledger journal, gljournal.dat, for the bookkeeper to
      *> import: fixed 60-byte records (period yyyymm, site, account,
      *> D/C, amount in credits, description), one balanced debit/credit
      *> pair per posting -- cabinet cash top-ups and cash wallet loads,
      *> game-start revenue by title and site (cabinet- and wallet-paid),
      *> adjustments per reason code, loyalty comps, redeemed vouchers and
      *> tournament fees into the pots. Account codes come from the
      *> operator-maintained glaccounts.dat ("key,account" lines: CASH,
      *> CABLIAB, WALLETLIAB, KIOSK, LOYALTY, VOUCHER, REFERRAL, TOURNPOT,
      *> REV:title, ADJ:reason and FEE:event, where a bare REV, ADJ or FEE
      *> line covers any title, reason or event not listed on its own).
      *> Wallet money is posted to this room's site (site.cfg, MAIN
      *> without one).
      *> If any posting has no account, or a site's debits and credits
      *> don't agree, no journal file is written (an earlier month's file
      *> is removed, so it can't be imported by mistake) and the close
      *> says why. Run on the last night of the month from a
      *> Games\CabinetOps working directory, after the day's play is done.
      *> Training sandbox: a folder holding TrainingRefresh's training.flg
      *> is practice data, never a month to close -- the close refuses to
      *> run there, so no training top-up can reach the books.
      *> Membership tiers: a member's wallet start carries its full
      *> scheduled price and tier after the source on its charges.log
      *> line; the close totals those starts by tier -- starts, full
      *> price, price charged and the difference -- under the wallet
      *> sources, so what the tier discounts cost the floor shows every
      *> month. Revenue is still posted at the price actually charged.
      *> Referral bonuses: the credits ReferralBonus put on wallets off
      *> ../Common/referralbonus.log are a wallet source of their own,
      *> reported beside the vouchers and posted as promotional cost
      *> under the REFERRAL account key.
      *> Wallet corrections: adjustments.log "WALLET:III" lines are
      *> reported under the wallet sources and posted against
      *> WALLETLIAB at this room's site under their ADJ:reason key.
       program-id. MonthlyClose as "MonthlyClose".

       environment division.
                   assign to ws-credits-path
                   organization is line sequential
                   file status is ws-credits-status.
           select voucher-log-file
                   assign to "../Common/voucherredeem.log"
                   organization is line sequential
                   file status is ws-voucher-log-status.
           select close-history-file
                   assign to "monthlyclose.dat"
                   organization is line sequential
                   file status is ws-history-status.
           select loyalty-log-file
                   assign to "../Common/loyaltyredeem.log"
                   organization is line sequential
                   file status is ws-loyalty-log-status.
           select referral-log-file
                   assign to "../Common/referralbonus.log"
                   organization is line sequential
                   file status is ws-referral-log-status.
           select site-config-file
                   assign to "site.cfg"
                   organization is line sequential
                   file status is ws-site-config-status.
           select gl-map-file
                   assign to "glaccounts.dat"
                   organization is line sequential
                   file status is ws-gl-map-status.
           select gl-journal-file
                   assign to "gljournal.dat"
                   organization is line sequential
                   file status is ws-gl-journal-status.
           select report-file assign to "monthlyclose.txt"
                               organization is line sequential.
           select training-flag-file
                   assign to "training.flg"
                   organization is line sequential
                   file status is ws-training-status.

       data division.
       file section.
       01 cr-record.
           03 cr-balance        pic 9(5).

       fd voucher-log-file record contains 80 characters.
       01 vl-line           pic x(80).

       fd loyalty-log-file record contains 80 characters.
       01 ll-line           pic x(80).

       fd referral-log-file record contains 80 characters.
       01 rb-line           pic x(80).

       fd site-config-file record contains 4 characters.
       01 sc-line           pic x(4).

       fd gl-map-file record contains 40 characters.
       01 gm-line           pic x(40).

       fd gl-journal-file record contains 60 characters.
       01 gl-record.
           03 gl-period         pic x(6).
           03 gl-site           pic x(4).
           03 gl-account        pic x(10).
           03 gl-dr-cr          pic x.
           03 gl-amount         pic 9(9).
           03 gl-description    pic x(30).

       fd close-history-file record contains 24 characters.
       01 ch-line           pic x(24).

       fd report-file record contains 132 characters.
       01 report-line       pic x(132).

       fd training-flag-file record contains 60 characters.
       01 tf-line           pic x(60).

       working-storage section.
       01 ws-training-status    pic xx.
       01 ws-cabinet-status          pic xx.
       01 ws-topup-status            pic xx.
       01 ws-adjust-status           pic xx.
       01 ws-charges-status          pic xx.
       01 ws-credits-status          pic xx.
       01 ws-history-status          pic xx.
       01 ws-voucher-log-status      pic xx.
       01 ws-loyalty-log-status      pic xx.
       01 ws-referral-log-status     pic xx.
       01 ws-site-config-status      pic xx.
       01 ws-gl-map-status           pic xx.
       01 ws-gl-journal-status       pic xx.
       01 ws-eof                     pic x value "F".

      *> Fleet registry loaded from cabinets.dat (or the built-in
       01 ws-f-title                 pic x(16).
       01 ws-f-price                 pic x(5).
       01 ws-f-source                pic x(8).
       01 ws-f-full                  pic x(14).
       01 ws-f-tier                  pic x(14).
       01 ws-amount-num              pic 9(5).
       01 ws-signed-part             pic x(5).

       01 ws-adjust-disp             pic +9(7).
       01 ws-flagged-count           pic 9(3) value 0.

      *> The month's wallet money, by source.
       01 ws-wallet-load-total       pic 9(7) value 0.
       01 ws-wallet-load-count       pic 9(5) value 0.
       01 ws-kiosk-load-total        pic 9(7) value 0.
       01 ws-kiosk-load-count        pic 9(5) value 0.
       01 ws-voucher-total           pic 9(7) value 0.
       01 ws-voucher-count           pic 9(5) value 0.
       01 ws-referral-total          pic 9(7) value 0.
       01 ws-referral-count          pic 9(5) value 0.
       01 ws-wallet-adj-total        pic s9(7) value 0.
       01 ws-wallet-adj-count        pic 9(5) value 0.
       01 ws-wallet-adj-disp         pic +9(7).
       01 ws-f-code                  pic x(8).
       01 ws-f-initials              pic x(3).
       01 ws-f-cabinet               pic x(16).

      *> Member starts by tier: full price against price charged.
       01 ws-tier-count              pic 9(2) value 0.
       01 ws-tier-table.
           03 ws-tier-entry occurs 10.
               05 ws-tier-code           pic x(6).
               05 ws-tier-starts         pic 9(5).
               05 ws-tier-full           pic 9(7).
               05 ws-tier-charged        pic 9(7).
       01 ws-tier-index              pic 9(2).
       01 ws-tier-cost               pic 9(7).
       01 ws-tier-cost-total         pic 9(7) value 0.

      *> General-ledger postings: one debit/credit pair per line,
      *> the same site, keys and description summed into one pair.
       01 ws-room-site               pic x(4) value "MAIN".
       01 ws-gl-count                pic 9(3) value 0.
       01 ws-gl-table.
           03 ws-gl-entry occurs 400.
               05 ws-gl-e-site           pic x(4).
               05 ws-gl-e-dr-key         pic x(24).
               05 ws-gl-e-cr-key         pic x(24).
               05 ws-gl-e-desc           pic x(30).
               05 ws-gl-e-amount         pic 9(9).
               05 ws-gl-e-dr-acct        pic x(10).
               05 ws-gl-e-cr-acct        pic x(10).
       01 ws-gl-index                pic 9(3).
       01 ws-gl-full                 pic x value "N".
      *> The posting being added.
       01 ws-gl-site                 pic x(4).
       01 ws-gl-dr-key               pic x(24).
       01 ws-gl-cr-key               pic x(24).
       01 ws-gl-desc                 pic x(30).
       01 ws-gl-amount               pic 9(9).

      *> glaccounts.dat, the key-to-account mapping.
       01 ws-map-count               pic 9(3) value 0.
       01 ws-map-table.
           03 ws-map-entry occurs 200.
               05 ws-map-key             pic x(24).
               05 ws-map-account         pic x(10).
       01 ws-map-index               pic 9(3).
       01 ws-m-key                   pic x(24).
       01 ws-m-account               pic x(10).
       01 ws-lookup-key              pic x(24).
       01 ws-lookup-account          pic x(10).
       01 ws-lookup-prefix           pic x(24).

      *> Keys with no account, and per-site debit/credit proof.
       01 ws-missing-count           pic 9(3) value 0.
       01 ws-missing-table.
           03 ws-missing-key occurs 50 pic x(24).
       01 ws-missing-index           pic 9(3).
       01 ws-gl-site-count           pic 9(2) value 0.
       01 ws-gl-site-table.
           03 ws-gl-site-entry occurs 20.
               05 ws-gs-code             pic x(4).
               05 ws-gs-debits           pic 9(11).
               05 ws-gs-credits          pic 9(11).
       01 ws-gs-index                pic 9(2).
       01 ws-gl-unbalanced           pic x value "N".
       01 ws-gl-line-count           pic 9(5) value 0.
       01 ws-f-points                pic x(5).
       01 ws-f-credits               pic x(5).
       01 ws-adj-key                 pic x(24).
       01 ws-gl-journal-name         pic x(16) value "gljournal.dat".
       01 ws-delete-rc               pic s9(9) comp-5.

       01 ws-h-month                 pic x(6).
       01 ws-h-id                    pic x(8).
       01 ws-h-balance               pic x(5).

       procedure division.
       main-line section.
           perform refuse-in-training-sandbox
           display "Month to close (yyyymm, ENTER for current): "
               with no advancing
           accept ws-close-month
           move spaces to report-line
           write report-line

           open input site-config-file
           if ws-site-config-status = "00"
               read site-config-file
                   not at end
                       if sc-line not = spaces
                           move sc-line to ws-room-site
                       end-if
               end-read
               close site-config-file
           end-if

           perform load-cabinet-registry
           perform varying ws-cab-index from 1 by 1
                   until ws-cab-index > ws-cab-count
               perform close-one-cabinet
           end-perform

           perform sum-wallet-sources
           perform write-summary
           perform write-gl-journal
           close report-file
           perform append-closing-balances
           display "Close written to monthlyclose.txt; "
                           and ws-f-amount not = spaces
                           add function numval(ws-f-amount)
                               to ws-topup-total
                           move ws-cab-site(ws-cab-index) to ws-gl-site
                           move "CASH" to ws-gl-dr-key
                           move "CABLIAB" to ws-gl-cr-key
                           move "CASH TOP-UPS TO CABINETS"
                               to ws-gl-desc
                           compute ws-gl-amount
                               = function numval(ws-f-amount)
                           perform add-gl-posting
                       end-if
               end-read
           end-perform
               exit section
           end-if
           move ws-signed-part to ws-amount-num
      *> a credit added to a cabinet is the reason's cost against the
      *> cabinet liability; a credit taken off reverses the pair
           move spaces to ws-adj-key
           string "ADJ:" ws-f-reason delimited by space
               into ws-adj-key
           end-string
           move ws-cab-site(ws-cab-index) to ws-gl-site
           move spaces to ws-gl-desc
           string "ADJUSTMENTS " ws-f-reason delimited by space
               into ws-gl-desc
           end-string
           move ws-amount-num to ws-gl-amount
           if ws-f-amount(1:1) = "-"
               subtract ws-amount-num from ws-adjust-total
               move "CABLIAB" to ws-gl-dr-key
               move ws-adj-key to ws-gl-cr-key
           else
               add ws-amount-num to ws-adjust-total
               move ws-adj-key to ws-gl-dr-key
               move "CABLIAB" to ws-gl-cr-key
           end-if
           perform add-gl-posting
           .

      *> The starts this cabinet's own balance paid for, off the sealed
       sum-charges section.
           move 0 to ws-charge-total
           move 0 to ws-charge-count
           move spaces to ws-charges-path
           string ws-cab-directory(ws-cab-index) delimited by space
                  "/charges.log" delimited by size
                  into ws-charges-path
      *> every CAB-funded debit moved the balance (game starts and
      *> the other events CreditsDebit seals), but only CHARGE
      *> events count as plays on the statement
                       move spaces to ws-f-full ws-f-tier
                       unstring charges-line delimited by ","
                           into ws-f-stamp ws-f-event ws-f-title
                                ws-f-price ws-f-balance ws-f-source
                                ws-f-full ws-f-tier
                       if ws-f-stamp(1:7) = ws-month-dash
                           and ws-f-event = "CHARGE"
                           and ws-f-full not = spaces
                           and ws-f-full(1:1) not = "#"
                           and ws-f-tier not = spaces
                           and ws-f-tier(1:1) not = "#"
                           perform tally-member-start
                       end-if
                       if ws-f-stamp(1:7) = ws-month-dash
                           and ws-f-source(1:3) = "CAB"
                           and ws-f-price not = spaces
                               add 1 to ws-charge-count
                           end-if
                       end-if
                       if ws-f-stamp(1:7) = ws-month-dash
                           and ws-f-price not = spaces
                           perform post-charge-line
                       end-if
               end-read
           end-perform
           close charges-log-file
           .

      *> One member's discounted wallet start into its tier's totals.
       tally-member-start section.
           perform varying ws-tier-index from 1 by 1
                   until ws-tier-index > ws-tier-count
               if ws-tier-code(ws-tier-index) = ws-f-tier
                   exit perform
               end-if
           end-perform
           if ws-tier-index > ws-tier-count
               if ws-tier-count >= 10
                   exit section
               end-if
               add 1 to ws-tier-count
               move ws-tier-count to ws-tier-index
               move ws-f-tier to ws-tier-code(ws-tier-index)
               move 0 to ws-tier-starts(ws-tier-index)
                         ws-tier-full(ws-tier-index)
                         ws-tier-charged(ws-tier-index)
           end-if
           add 1 to ws-tier-starts(ws-tier-index)
           add function numval(ws-f-full) to ws-tier-full(ws-tier-index)
           add function numval(ws-f-price)
               to ws-tier-charged(ws-tier-index)
           .

      *> Every paid start or fee, whichever balance paid it, leaves the
      *> paying liability for revenue (CHARGE), the tournament pot
      *> (TOURNFEE) or the event's own fee account.
       post-charge-line section.
           move ws-cab-site(ws-cab-index) to ws-gl-site
           if ws-f-source(1:3) = "CAB"
               move "CABLIAB" to ws-gl-dr-key
           else
               move "WALLETLIAB" to ws-gl-dr-key
           end-if
           move spaces to ws-gl-cr-key ws-gl-desc
           evaluate ws-f-event
               when "CHARGE"
                   string "REV:" ws-cab-title(ws-cab-index)
                       delimited by space into ws-gl-cr-key
                   end-string
                   string "GAME STARTS " ws-cab-title(ws-cab-index)
                       delimited by space into ws-gl-desc
                   end-string
               when "TOURNFEE"
                   move "TOURNPOT" to ws-gl-cr-key
                   move "TOURNAMENT FEES TO POTS" to ws-gl-desc
               when other
                   string "FEE:" ws-f-event
                       delimited by space into ws-gl-cr-key
                   end-string
                   string "FEES " ws-f-event
                       delimited by space into ws-gl-desc
                   end-string
           end-evaluate
           compute ws-gl-amount = function numval(ws-f-price)
           perform add-gl-posting
           .

      *> Adds one posting to the journal table, summing it into an
      *> existing pair with the same site, accounts and description.
       add-gl-posting section.
           if ws-gl-amount = 0
               exit section
           end-if
           perform varying ws-gl-index from 1 by 1
                   until ws-gl-index > ws-gl-count
               if ws-gl-e-site(ws-gl-index) = ws-gl-site
                   and ws-gl-e-dr-key(ws-gl-index) = ws-gl-dr-key
                   and ws-gl-e-cr-key(ws-gl-index) = ws-gl-cr-key
                   and ws-gl-e-desc(ws-gl-index) = ws-gl-desc
                   add ws-gl-amount to ws-gl-e-amount(ws-gl-index)
                   exit section
               end-if
           end-perform
           if ws-gl-count >= 400
               move "Y" to ws-gl-full
               exit section
           end-if
           add 1 to ws-gl-count
           move ws-gl-site to ws-gl-e-site(ws-gl-count)
           move ws-gl-dr-key to ws-gl-e-dr-key(ws-gl-count)
           move ws-gl-cr-key to ws-gl-e-cr-key(ws-gl-count)
           move ws-gl-desc to ws-gl-e-desc(ws-gl-count)
           move ws-gl-amount to ws-gl-e-amount(ws-gl-count)
           .

       read-closing-balance section.
           move "N" to ws-has-balance
           move 0 to ws-closing
           move spaces to ws-credits-path
           string ws-cab-directory(ws-cab-index) delimited by space
                  "/credits.dat" delimited by size
                  into ws-credits-path
           add ws-adjust-total to ws-site-adjust(ws-site-index)
           .

      *> Wallet money is nobody's cabinet balance: cash loads, kiosk card
      *> sales, redeemed voucher credit and the office's wallet
      *> corrections are totalled for the month separately.
       sum-wallet-sources section.
           open input topup-log-file
           if ws-topup-status = "00"
               move "F" to ws-eof
               perform until ws-eof = "T"
                   read topup-log-file
                       at end move "T" to ws-eof
                       not at end
                           move spaces to ws-f-operator
                           unstring topup-log-line delimited by ","
                               into ws-f-stamp ws-f-target ws-f-amount
                                    ws-f-balance ws-f-operator
                           if ws-f-stamp(1:7) = ws-month-dash
                               and ws-f-target(1:7) = "WALLET:"
                               and ws-f-amount not = spaces
                               perform post-wallet-load
                           end-if
                   end-read
               end-perform
               close topup-log-file
           end-if
           open input voucher-log-file
           if ws-voucher-log-status = "00"
               move "F" to ws-eof
               perform until ws-eof = "T"
                   read voucher-log-file
                       at end move "T" to ws-eof
                       not at end
                           unstring vl-line delimited by ","
                               into ws-f-stamp ws-f-code ws-f-initials
                                    ws-f-cabinet ws-f-amount
                           if ws-f-stamp(1:7) = ws-month-dash
                               and ws-f-amount not = spaces
                               add function numval(ws-f-amount)
                                   to ws-voucher-total
                               add 1 to ws-voucher-count
                               move ws-room-site to ws-gl-site
                               move "VOUCHER" to ws-gl-dr-key
                               move "WALLETLIAB" to ws-gl-cr-key
                               move "PROMOTIONAL VOUCHERS" to ws-gl-desc
                               compute ws-gl-amount
                                   = function numval(ws-f-amount)
                               perform add-gl-posting
                           end-if
                   end-read
               end-perform
               close voucher-log-file
           end-if
      *> Loyalty points converted into free wallet credits are comped
      *> play, the loyalty programme's cost.
           open input loyalty-log-file
           if ws-loyalty-log-status = "00"
               move "F" to ws-eof
               perform until ws-eof = "T"
                   read loyalty-log-file
                       at end move "T" to ws-eof
                       not at end
                           unstring ll-line delimited by ","
                               into ws-f-stamp ws-f-initials
                                    ws-f-points ws-f-credits
                           if ws-f-stamp(1:7) = ws-month-dash
                               and ws-f-credits not = spaces
                               move ws-room-site to ws-gl-site
                               move "LOYALTY" to ws-gl-dr-key
                               move "WALLETLIAB" to ws-gl-cr-key
                               move "LOYALTY COMPED CREDITS"
                                   to ws-gl-desc
                               compute ws-gl-amount
                                   = function numval(ws-f-credits)
                               perform add-gl-posting
                           end-if
                   end-read
               end-perform
               close loyalty-log-file
           end-if
      *> Referral bonuses are promotional credit, the same as vouchers.
           open input referral-log-file
           if ws-referral-log-status = "00"
               move "F" to ws-eof
               perform until ws-eof = "T"
                   read referral-log-file
                       at end move "T" to ws-eof
                       not at end
                           unstring rb-line delimited by ","
                               into ws-f-stamp ws-f-initials
                                    ws-f-credits
                           if ws-f-stamp(1:7) = ws-month-dash
                               and ws-f-credits not = spaces
                               add function numval(ws-f-credits)
                                   to ws-referral-total
                               add 1 to ws-referral-count
                               move ws-room-site to ws-gl-site
                               move "REFERRAL" to ws-gl-dr-key
                               move "WALLETLIAB" to ws-gl-cr-key
                               move "PROMOTIONAL REFERRAL BONUSES"
                                   to ws-gl-desc
                               compute ws-gl-amount
                                   = function numval(ws-f-credits)
                               perform add-gl-posting
                           end-if
                   end-read
               end-perform
               close referral-log-file
           end-if
      *> Office corrections to a wallet, off adjustments.log, post
      *> against the wallet liability under their reason code.
           open input adjust-log-file
           if ws-adjust-status = "00"
               move "F" to ws-eof
               perform until ws-eof = "T"
                   read adjust-log-file
                       at end move "T" to ws-eof
                       not at end
                           perform post-wallet-adjustment
                   end-read
               end-perform
               close adjust-log-file
           end-if
           .

      *> The wallet twin of tally-adjustment-line: a credit added to a
      *> wallet is the reason's cost against the wallet liability, a
      *> credit taken off reverses the pair.
       post-wallet-adjustment section.
           move spaces to ws-f-reason
           unstring adjust-log-line delimited by ","
               into ws-f-stamp ws-f-target ws-f-amount ws-f-balance
                    ws-f-reason ws-f-operator
           if ws-f-stamp(1:7) not = ws-month-dash
               or ws-f-target(1:7) not = "WALLET:"
               exit section
           end-if
           move ws-f-amount(2:5) to ws-signed-part
           if ws-signed-part is not numeric
               exit section
           end-if
           move ws-signed-part to ws-amount-num
           add 1 to ws-wallet-adj-count
           move spaces to ws-adj-key
           string "ADJ:" ws-f-reason delimited by space
               into ws-adj-key
           end-string
           move ws-room-site to ws-gl-site
           move spaces to ws-gl-desc
           string "WALLET ADJUSTMENTS " ws-f-reason delimited by space
               into ws-gl-desc
           end-string
           move ws-amount-num to ws-gl-amount
           if ws-f-amount(1:1) = "-"
               subtract ws-amount-num from ws-wallet-adj-total
               move "WALLETLIAB" to ws-gl-dr-key
               move ws-adj-key to ws-gl-cr-key
           else
               add ws-amount-num to ws-wallet-adj-total
               move ws-adj-key to ws-gl-dr-key
               move "WALLETLIAB" to ws-gl-cr-key
           end-if
           perform add-gl-posting
           .

      *> A counter load took cash; a kiosk sale was paid by card and
      *> settles through the kiosk vendor instead.
       post-wallet-load section.
           move ws-room-site to ws-gl-site
           if ws-f-operator = "KIOSK"
               add function numval(ws-f-amount) to ws-kiosk-load-total
               add 1 to ws-kiosk-load-count
               move "KIOSK" to ws-gl-dr-key
               move "KIOSK CARD WALLET SALES" to ws-gl-desc
           else
               add function numval(ws-f-amount) to ws-wallet-load-total
               add 1 to ws-wallet-load-count
               move "CASH" to ws-gl-dr-key
               move "CASH WALLET LOADS" to ws-gl-desc
           end-if
           move "WALLETLIAB" to ws-gl-cr-key
           compute ws-gl-amount = function numval(ws-f-amount)
           perform add-gl-posting
           .

       write-summary section.
           if ws-site-count > 0
               move "PER-SITE SUBTOTALS" to report-line
               move spaces to report-line
               write report-line
           end-if
           move "PLAYER WALLET CREDIT BY SOURCE" to report-line
           write report-line
           move spaces to ws-report-line-out
           string "  Cash wallet loads:            +"
                  ws-wallet-load-total " (" ws-wallet-load-count
                  " loads)"
               delimited by size into ws-report-line-out
           end-string
           move ws-report-line-out to report-line
           write report-line
           move spaces to ws-report-line-out
           string "  Kiosk card wallet sales:      +"
                  ws-kiosk-load-total " (" ws-kiosk-load-count
                  " sales)"
               delimited by size into ws-report-line-out
           end-string
           move ws-report-line-out to report-line
           write report-line
           move spaces to ws-report-line-out
           string "  Promotional vouchers redeemed: +"
                  ws-voucher-total " (" ws-voucher-count
                  " codes)"
               delimited by size into ws-report-line-out
           end-string
           move ws-report-line-out to report-line
           write report-line
           move spaces to ws-report-line-out
           string "  Promotional referral bonuses: +"
                  ws-referral-total " (" ws-referral-count
                  " bonuses)"
               delimited by size into ws-report-line-out
           end-string
           move ws-report-line-out to report-line
           write report-line
           move ws-wallet-adj-total to ws-wallet-adj-disp
           move spaces to ws-report-line-out
           string "  Wallet adjustments:           "
                  ws-wallet-adj-disp " (" ws-wallet-adj-count
                  " corrections)"
               delimited by size into ws-report-line-out
           end-string
           move ws-report-line-out to report-line
           write report-line
           move spaces to report-line
           write report-line
           perform write-tier-discounts
           move spaces to ws-report-line-out
           string "Cabinets closed: " ws-cab-count
                  "  Out of balance: " ws-flagged-count
           write report-line
           .

       write-tier-discounts section.
           move "MEMBERSHIP TIER DISCOUNTS (wallet starts, credits)"
               to report-line
           write report-line
           if ws-tier-count = 0
               move "  No member starts this month." to report-line
               write report-line
           end-if
           perform varying ws-tier-index from 1 by 1
                   until ws-tier-index > ws-tier-count
               compute ws-tier-cost = ws-tier-full(ws-tier-index)
                                      - ws-tier-charged(ws-tier-index)
               add ws-tier-cost to ws-tier-cost-total
               move spaces to ws-report-line-out
               string "  " ws-tier-code(ws-tier-index)
                      ": starts " ws-tier-starts(ws-tier-index)
                      "  full price " ws-tier-full(ws-tier-index)
                      "  charged " ws-tier-charged(ws-tier-index)
                      "  discount -" ws-tier-cost
                   delimited by size into ws-report-line-out
               end-string
               move ws-report-line-out to report-line
               write report-line
           end-perform
           if ws-tier-count > 0
               move spaces to ws-report-line-out
               string "  Discounts cost this month:   -"
                      ws-tier-cost-total
                   delimited by size into ws-report-line-out
               end-string
               move ws-report-line-out to report-line
               write report-line
           end-if
           move spaces to report-line
           write report-line
           .

      *> The month's postings as the bookkeeper's import file -- written
      *> only when every key has an account and every site balances.
       write-gl-journal section.
           perform load-gl-map
           move 0 to ws-missing-count
           move 0 to ws-gl-site-count
           move "N" to ws-gl-unbalanced
           perform varying ws-gl-index from 1 by 1
                   until ws-gl-index > ws-gl-count
               move ws-gl-e-dr-key(ws-gl-index) to ws-lookup-key
               perform find-gl-account
               move ws-lookup-account to ws-gl-e-dr-acct(ws-gl-index)
               move ws-gl-e-cr-key(ws-gl-index) to ws-lookup-key
               perform find-gl-account
               move ws-lookup-account to ws-gl-e-cr-acct(ws-gl-index)
               perform prove-gl-site
           end-perform
           perform varying ws-gs-index from 1 by 1
                   until ws-gs-index > ws-gl-site-count
               if ws-gs-debits(ws-gs-index)
                       not = ws-gs-credits(ws-gs-index)
                   move "Y" to ws-gl-unbalanced
               end-if
           end-perform

           move spaces to report-line
           write report-line
           move "GENERAL-LEDGER JOURNAL" to report-line
           write report-line
           perform varying ws-gs-index from 1 by 1
                   until ws-gs-index > ws-gl-site-count
               move spaces to ws-report-line-out
               string "  " ws-gs-code(ws-gs-index)
                      ": debits " ws-gs-debits(ws-gs-index)
                      "  credits " ws-gs-credits(ws-gs-index)
                   delimited by size into ws-report-line-out
               end-string
               move ws-report-line-out to report-line
               write report-line
           end-perform
           perform varying ws-missing-index from 1 by 1
                   until ws-missing-index > ws-missing-count
               move spaces to ws-report-line-out
               string "  No account in glaccounts.dat for "
                      ws-missing-key(ws-missing-index)
                   delimited by size into ws-report-line-out
               end-string
               move ws-report-line-out to report-line
               write report-line
           end-perform
           if ws-gl-full = "Y"
               move "  Too many postings for one journal."
                   to report-line
               write report-line
           end-if

           if ws-missing-count > 0 or ws-gl-unbalanced = "Y"
               or ws-gl-full = "Y"
               move "  GL JOURNAL NOT WRITTEN - see above."
                   to report-line
               write report-line
               call "CBL_DELETE_FILE" using ws-gl-journal-name
                   returning ws-delete-rc
               display "GL journal NOT written - see monthlyclose.txt."
               exit section
           end-if

           open output gl-journal-file
           if ws-gl-journal-status not = "00"
               move "  GL JOURNAL NOT WRITTEN - file cannot be opened."
                   to report-line
               write report-line
               exit section
           end-if
           move 0 to ws-gl-line-count
           perform varying ws-gl-index from 1 by 1
                   until ws-gl-index > ws-gl-count
               move ws-close-month to gl-period
               move ws-gl-e-site(ws-gl-index) to gl-site
               move ws-gl-e-amount(ws-gl-index) to gl-amount
               move ws-gl-e-desc(ws-gl-index) to gl-description
               move ws-gl-e-dr-acct(ws-gl-index) to gl-account
               move "D" to gl-dr-cr
               write gl-record
               move ws-gl-e-cr-acct(ws-gl-index) to gl-account
               move "C" to gl-dr-cr
               write gl-record
               add 2 to ws-gl-line-count
           end-perform
           close gl-journal-file
           move spaces to ws-report-line-out
           string "  " ws-gl-line-count
                  " journal lines written to gljournal.dat."
               delimited by size into ws-report-line-out
           end-string
           move ws-report-line-out to report-line
           write report-line
           .

       load-gl-map section.
           move 0 to ws-map-count
           open input gl-map-file
           if ws-gl-map-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read gl-map-file
                   at end move "T" to ws-eof
                   not at end
                       move spaces to ws-m-key ws-m-account
                       unstring gm-line delimited by ","
                           into ws-m-key ws-m-account
                       if ws-m-key not = spaces
                           and ws-m-account not = spaces
                           and ws-map-count < 200
                           add 1 to ws-map-count
                           move ws-m-key to ws-map-key(ws-map-count)
                           move ws-m-account
                               to ws-map-account(ws-map-count)
                       end-if
               end-read
           end-perform
           close gl-map-file
           .

      *> The key's own account, else the bare prefix's ("REV" for any
      *> "REV:title"); a key with neither is listed as missing.
       find-gl-account section.
           move spaces to ws-lookup-account
           perform varying ws-map-index from 1 by 1
                   until ws-map-index > ws-map-count
               if ws-map-key(ws-map-index) = ws-lookup-key
                   move ws-map-account(ws-map-index)
                       to ws-lookup-account
                   exit section
               end-if
           end-perform
           move spaces to ws-lookup-prefix
           unstring ws-lookup-key delimited by ":"
               into ws-lookup-prefix
           if ws-lookup-prefix not = ws-lookup-key
               perform varying ws-map-index from 1 by 1
                       until ws-map-index > ws-map-count
                   if ws-map-key(ws-map-index) = ws-lookup-prefix
                       move ws-map-account(ws-map-index)
                           to ws-lookup-account
                       exit section
                   end-if
               end-perform
           end-if
           perform varying ws-missing-index from 1 by 1
                   until ws-missing-index > ws-missing-count
               if ws-missing-key(ws-missing-index) = ws-lookup-key
                   exit section
               end-if
           end-perform
           if ws-missing-count < 50
               add 1 to ws-missing-count
               move ws-lookup-key to ws-missing-key(ws-missing-count)
           end-if
           .

      *> Each pair's debit and credit sides join its site's totals; the
      *> journal is refused unless the two agree site by site.
       prove-gl-site section.
           perform varying ws-gs-index from 1 by 1
                   until ws-gs-index > ws-gl-site-count
               if ws-gs-code(ws-gs-index) = ws-gl-e-site(ws-gl-index)
                   exit perform
               end-if
           end-perform
           if ws-gs-index > ws-gl-site-count
               if ws-gl-site-count >= 20
                   move "Y" to ws-gl-unbalanced
                   exit section
               end-if
               add 1 to ws-gl-site-count
               move ws-gl-site-count to ws-gs-index
               move ws-gl-e-site(ws-gl-index) to ws-gs-code(ws-gs-index)
               move 0 to ws-gs-debits(ws-gs-index)
               move 0 to ws-gs-credits(ws-gs-index)
           end-if
           if ws-gl-e-dr-acct(ws-gl-index) not = spaces
               add ws-gl-e-amount(ws-gl-index)
                   to ws-gs-debits(ws-gs-index)
           end-if
           if ws-gl-e-cr-acct(ws-gl-index) not = spaces
               add ws-gl-e-amount(ws-gl-index)
                   to ws-gs-credits(ws-gs-index)
           end-if
           .

      *> This month's closing balances join the history, becoming next
      *> month's opening side of the continuity check.
       append-closing-balances section.
           close close-history-file
           .

      *> TrainingRefresh's marker: this folder is the training sandbox.
       refuse-in-training-sandbox section.
           open input training-flag-file
           if ws-training-status not = "00"
               exit section
           end-if
           close training-flag-file
           display "This is the training sandbox - month-end close "
                   "refused."
           display "Run it from the live CabinetOps folder."
           stop run
           .

       end program MonthlyClose.
