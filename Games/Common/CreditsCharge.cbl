      *> not enough in it) does the charge fall through to the cabinet's own
      *> credits.dat. Wallet rewrites go through a temp file and rename, the
      *> same shared-file hand-off ProfileUpdate uses.
      *> Daily spend limit: before the wallet pays, the shared SpendLimit
      *> subprogram checks the player's responsible-play limit; a start that
      *> would take them over it is refused outright (granted "L", no fall
      *> through to the cabinet balance) and the refusal logged, and every
      *> wallet-paid start is added to the player's tally for the day.
      *> Wallet rewrites are made under the writer's lock on wallet.dat
      *> (CommonLock), held from the read to the rename; a wallet still
      *> busy when the lock times out is treated like one with no record,
      *> so the start falls through to the cabinet's own balance.
      *> Membership tiers: a player with a line in ../Common/tiers.dat
      *> ("III,tier,discount,plays", written monthly by TierAssign) gets
      *> the tier's percentage off the scheduled price when the wallet
      *> pays, rounded to the nearest whole credit; a start that falls
      *> through to the cabinet's balance pays the full price. A member's
      *> wallet start appends the full price and the tier to its
      *> charges.log line ("...,source,full,tier"), so MonthlyClose can
      *> total what the discounts cost.
      *> Suspensions: a player suspended on ../Common/suspensions.dat
      *> (see SuspensionCheck) can't spend their wallet -- the refusal
      *> is logged and the start falls through to the cabinet's own
      *> balance, exactly as for a player with no wallet line.
       program-id. CreditsCharge as "CreditsCharge".

       environment division.
                   assign to "../Common/wallet.dat.tmp"
                   organization is line sequential
                   file status is ws-wallet-temp-status.
           select tiers-file
                   assign to "../Common/tiers.dat"
                   organization is line sequential
                   file status is ws-tiers-status.

       data division.
       file section.
       fd wallet-temp-file record contains 20 characters.
       01 wt-line           pic x(20).

       fd tiers-file record contains 30 characters.
       01 ti-line           pic x(30).

       working-storage section.
       01 ws-credits-status     pic xx.
       01 ws-schedule-status    pic xx.
       01 ws-w-balance          pic x(5).
       01 ws-wallet-balance     pic 9(5).
       01 ws-wallet-paid        pic x.

      *> The member's tier and the price before its discount.
       01 ws-tiers-status       pic xx.
       01 ws-full-price         pic 9(2).
       01 ws-member-tier        pic x(6).
       01 ws-t-initials         pic x(3).
       01 ws-t-tier             pic x(6).
       01 ws-t-discount         pic x(2).
       01 ws-discount-pct       pic 9(2).
       01 ws-tier-trail         pic x(12).

      *> Daily spend limit check on the wallet path.
       01 ws-limit-action       pic x.
       01 ws-limit-amount       pic 9(5).
       01 ws-limit-allowed      pic x.
       01 ws-limit-refused      pic x.
      *> A suspended player's wallet is left alone (SuspensionCheck).
       01 ws-suspend-what       pic x(5) value "SPEND".
       01 ws-suspended          pic x.
      *> Writer's lock held across the whole wallet rewrite.
       01 ws-lock-action        pic x.
       01 ws-lock-file          pic x(64)
           value "../Common/wallet.dat".
       01 ws-lock-who           pic x(16) value "CreditsCharge".
       01 ws-lock-granted       pic x.
       01 ws-rename-rc          pic s9(9) comp-5.
       01 ws-wallet-name        pic x(30)
           value "../Common/wallet.dat".
       01 ws-old-balance        pic 9(5).

       linkage section.
      *> "Y" = start paid for (or free play), "N" = balance is short,
      *> "L" = refused by the player's daily spend limit.
       01 l-granted             pic x.
      *> Balance left after the charge (99999 on a free-play cabinet).
       01 l-balance             pic 9(5).
           perform look-up-scheduled-price

           move "N" to ws-wallet-paid
           move "N" to ws-limit-refused
           move ws-price to ws-full-price
           move spaces to ws-member-tier
           move "N" to ws-suspended
           if l-initials not = spaces
               call "SuspensionCheck" using l-initials ws-suspend-what
                                            l-title ws-suspended
           end-if
           if l-initials not = spaces and ws-suspended not = "Y"
               perform apply-member-discount
               perform try-wallet-charge
           end-if
           if ws-wallet-paid not = "Y"
               move ws-full-price to ws-price
           end-if
           if ws-limit-refused = "Y"
               move "L" to l-granted
               move 0 to l-balance
               goback
           end-if
           if ws-wallet-paid = "Y"
               move "Y" to l-granted
               move ws-wallet-balance to l-balance
           end-if
           .

      *> The player's tier line, when there is one, takes its discount
      *> off the price the wallet is asked for.
       apply-member-discount section.
           move 0 to ws-discount-pct
           open input tiers-file
           if ws-tiers-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read tiers-file
                   at end move "T" to ws-eof
                   not at end
                       move spaces to ws-t-initials ws-t-tier
                                      ws-t-discount
                       unstring ti-line delimited by ","
                           into ws-t-initials ws-t-tier ws-t-discount
                       if ws-t-initials = l-initials
                           and ws-t-discount is numeric
                           move ws-t-tier to ws-member-tier
                           move ws-t-discount to ws-discount-pct
                           move "T" to ws-eof
                       end-if
               end-read
           end-perform
           close tiers-file
           if ws-discount-pct > 0
               compute ws-price rounded
                   = ws-full-price * (100 - ws-discount-pct) / 100
           end-if
           .

      *> Copies every wallet line across, deducting the price from this
      *> player's line when it covers the charge; the temp file then
      *> replaces the live one. A missing wallet file, a player with no
      *> record, or a short wallet all leave ws-wallet-paid "N" so the
      *> charge falls through to the cabinet's own balance.
       try-wallet-charge section.
           move "A" to ws-lock-action
           call "CommonLock" using ws-lock-action ws-lock-file
                                   ws-lock-who ws-lock-granted
           if ws-lock-granted not = "Y"
               exit section
           end-if
           perform rewrite-wallet-file
           move "R" to ws-lock-action
           call "CommonLock" using ws-lock-action ws-lock-file
                                   ws-lock-who ws-lock-granted
           .

       rewrite-wallet-file section.
           open input wallet-file
           if ws-wallet-status not = "00"
               exit section
               call "CBL_RENAME_FILE" using ws-wallet-temp-name
                                            ws-wallet-name
                   returning ws-rename-rc
      *> the day's tally is added while the wallet lock is still held,
      *> so every dailyspend.dat writer is serialised behind it; a
      *> wallet that was never swapped in spent nothing
               if ws-rename-rc = 0
                   move "A" to ws-limit-action
                   call "SpendLimit" using ws-limit-action l-initials
                                           ws-limit-amount
                                           ws-limit-allowed
               end-if
           else
               call "CBL_DELETE_FILE" using ws-wallet-temp-name
                   returning ws-rename-rc
               and ws-wallet-paid = "N"
               move ws-w-balance to ws-wallet-balance
               if ws-wallet-balance >= ws-price
                   perform check-spend-limit
               end-if
               if ws-wallet-balance >= ws-price
                   and ws-limit-refused = "N"
                   subtract ws-price from ws-wallet-balance
                   move "Y" to ws-wallet-paid
                   move spaces to wt-line
           end-if
           .

      *> The wallet could pay: the player's daily limit gets the last
      *> word before it does.
       check-spend-limit section.
           move "C" to ws-limit-action
           move ws-price to ws-limit-amount
           call "SpendLimit" using ws-limit-action l-initials
                                   ws-limit-amount ws-limit-allowed
           if ws-limit-allowed = "N"
               move "Y" to ws-limit-refused
           end-if
           .

      *> One sealed line per paid start, so the close can prove the
      *> balance movement against the price actually charged -- the
      *> source field says which pool paid (CAB or WLT:III).
       log-charge section.
           move spaces to ws-tier-trail
           if ws-wallet-paid = "Y" and ws-member-tier not = spaces
               string "," ws-full-price "," delimited by size
                      ws-member-tier delimited by space
                   into ws-tier-trail
               end-string
           end-if
           move spaces to ws-charge-record
           string function current-date(1:4) "-"
                  function current-date(5:2) "-"
                  "," ws-balance
                  "," delimited by size
                  ws-charge-source delimited by space
                  ws-tier-trail delimited by space
               into ws-charge-record
           end-string
           call "LogSeal" using ws-charge-file ws-charge-record
