      *> names the event. A cabinet with no credits.dat stays on free play and
      *> grants the debit. Called as a subprogram the same way the games already
      *> call CreditsCharge.
      *> Daily spend limit: the wallet path is checked against the player's
      *> responsible-play limit through the shared SpendLimit subprogram,
      *> exactly as CreditsCharge does -- a debit that would take them over
      *> it is refused (granted "L") and logged, and a wallet-paid debit is
      *> added to their tally for the day.
      *> The wallet rewrite is made under the writer's lock on wallet.dat
      *> (CommonLock), exactly as CreditsCharge takes it; a wallet still
      *> busy when the lock times out leaves the debit to the cabinet.
      *> A suspended player's wallet is passed over the same way, the
      *> refusal logged by the shared SuspensionCheck.
       program-id. CreditsDebit as "CreditsDebit".

       environment division.
       01 ws-w-balance          pic x(5).
       01 ws-wallet-balance     pic 9(5).
       01 ws-wallet-paid        pic x.

      *> Daily spend limit check on the wallet path.
       01 ws-limit-action       pic x.
       01 ws-limit-allowed      pic x.
       01 ws-limit-refused      pic x.
      *> A suspended player's wallet is left alone (SuspensionCheck).
       01 ws-suspend-what       pic x(5) value "SPEND".
       01 ws-suspended          pic x.
      *> Writer's lock held across the whole wallet rewrite.
       01 ws-lock-action        pic x.
       01 ws-lock-file          pic x(64)
           value "../Common/wallet.dat".
       01 ws-lock-who           pic x(16) value "CreditsDebit".
       01 ws-lock-granted       pic x.
       01 ws-rename-rc          pic s9(9) comp-5.
       01 ws-wallet-name        pic x(30)
           value "../Common/wallet.dat".
       01 ws-old-balance        pic 9(5).

       linkage section.
      *> "Y" = debit covered (or free play), "N" = balance is short,
      *> "L" = refused by the player's daily spend limit.
       01 l-granted             pic x.
       01 l-title               pic x(16).
      *> The player's initials, or spaces when nobody offered a wallet.
                                l-amount l-event.
       main-entry section.
           move "N" to ws-wallet-paid
           move "N" to ws-limit-refused
           move "N" to ws-suspended
           if l-initials not = spaces
               call "SuspensionCheck" using l-initials ws-suspend-what
                                            l-title ws-suspended
           end-if
           if l-initials not = spaces and ws-suspended not = "Y"
               perform try-wallet-debit
           end-if
           if ws-limit-refused = "Y"
               move "L" to l-granted
               goback
           end-if
           if ws-wallet-paid = "Y"
               move "Y" to l-granted
               move spaces to ws-charge-source
      *> player's line when it covers the debit -- the identical pass
      *> CreditsCharge makes for a game start.
       try-wallet-debit section.
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
                                           l-amount ws-limit-allowed
               end-if
           else
               call "CBL_DELETE_FILE" using ws-wallet-temp-name
                   returning ws-rename-rc
               and ws-wallet-paid = "N"
               move ws-w-balance to ws-wallet-balance
               if ws-wallet-balance >= l-amount
                   perform check-spend-limit
               end-if
               if ws-wallet-balance >= l-amount
                   and ws-limit-refused = "N"
                   subtract l-amount from ws-wallet-balance
                   move "Y" to ws-wallet-paid
                   move spaces to wt-line
           end-if
           .

      *> The wallet could pay: the player's daily limit gets the last
      *> word before it does.
       check-spend-limit section.
           move "C" to ws-limit-action
           call "SpendLimit" using ws-limit-action l-initials
                                   l-amount ws-limit-allowed
           if ws-limit-allowed = "N"
               move "Y" to ws-limit-refused
           end-if
           .

       log-debit section.
           move spaces to ws-charge-record
           string function current-date(1:4) "-"
