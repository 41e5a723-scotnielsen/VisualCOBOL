      *> ../Common/loyaltyredeem.log ("timestamp,III,points,credits" lines).
      *> Called as a subprogram the same way the games already call
      *> CreditsCharge, right after the player offers their initials.
      *> Both rewrites are made under the writers' locks (CommonLock),
      *> loyalty.dat's then wallet.dat's, held until the credit has landed
      *> so the points and the credits move together; if either lock times
      *> out nothing is converted and the points wait for the next visit.
      *> A player suspended on ../Common/suspensions.dat (SuspensionCheck)
      *> converts nothing -- a refusal is logged when there were points
      *> to convert, and they wait until the suspension has lapsed.
       program-id. LoyaltyRedeem as "LoyaltyRedeem".

       environment division.
           value "../Common/wallet.dat.tmp".
       01 ws-line-out           pic x(60).

      *> Writers' locks held across both rewrites.
       01 ws-lock-action        pic x.
       01 ws-lock-loyalty       pic x(64)
           value "../Common/loyalty.dat".
       01 ws-lock-wallet        pic x(64)
           value "../Common/wallet.dat".
       01 ws-lock-who           pic x(16) value "LoyaltyRedeem".
       01 ws-lock-granted       pic x.
       01 ws-locks-held         pic x.

      *> A suspended player's wallet can't be loaded.
       01 ws-suspend-what       pic x(5) value "LOAD".
       01 ws-suspend-title      pic x(16) value "LoyaltyRedeem".
       01 ws-suspended          pic x.

       linkage section.
       01 l-initials            pic x(3).
      *> How many free credits this call banked (0 = nothing to redeem).
           end-if

           move 0 to ws-credits-earned
           perform take-ledger-locks
           if ws-locks-held = "N"
               goback
           end-if
           perform spend-loyalty-points
           if ws-credits-earned = 0
               perform release-ledger-locks
               goback
           end-if

           perform bank-wallet-credits
           perform release-ledger-locks
           perform journal-redemption
           move ws-credits-earned to l-credits
           goback.

      *> Loyalty ledger first, wallet second -- the order every writer
      *> takes them in.
       take-ledger-locks section.
           move "N" to ws-locks-held
           move "A" to ws-lock-action
           call "CommonLock" using ws-lock-action ws-lock-loyalty
                                   ws-lock-who ws-lock-granted
           if ws-lock-granted not = "Y"
               exit section
           end-if
           call "CommonLock" using ws-lock-action ws-lock-wallet
                                   ws-lock-who ws-lock-granted
           if ws-lock-granted not = "Y"
               move "R" to ws-lock-action
               call "CommonLock" using ws-lock-action ws-lock-loyalty
                                       ws-lock-who ws-lock-granted
               exit section
           end-if
           move "Y" to ws-locks-held
           .

       release-ledger-locks section.
           move "R" to ws-lock-action
           call "CommonLock" using ws-lock-action ws-lock-wallet
                                   ws-lock-who ws-lock-granted
           call "CommonLock" using ws-lock-action ws-lock-loyalty
                                   ws-lock-who ws-lock-granted
           .

      *> Copies the points ledger through a temp file, draining every
      *> full threshold off this player's line on the way.
       spend-loyalty-points section.
               and ws-l-points is numeric
               and ws-credits-earned = 0
               move ws-l-points to ws-points
               move "N" to ws-suspended
               if ws-points >= REDEEM-THRESHOLD
                   call "SuspensionCheck" using l-initials
                                                ws-suspend-what
                                                ws-suspend-title
                                                ws-suspended
               end-if
               if ws-points >= REDEEM-THRESHOLD
                   and ws-suspended not = "Y"
                   divide ws-points by REDEEM-THRESHOLD
                       giving ws-credits-earned
                       remainder ws-points
