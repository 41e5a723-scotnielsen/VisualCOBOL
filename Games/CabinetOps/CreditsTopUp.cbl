      *> Every session starts with the shared OperatorSignOn gate
      *> (operators.dat), and the signed-on id rides on every topups.log and
      *> adjustments.log line, so accountability survives staff turnover.
      *> Adjustments move money without a sale behind them, so only a
      *> SUPERVISOR sign-on may make one; any operator may top up.
      *> Wallet rewrites are made under the writer's lock on wallet.dat
      *> (CommonLock) the cabinets take for their own spends, so a load at
      *> the counter and a start at a cabinet in the same second cannot
      *> undo each other; a wallet still busy at the lock timeout is left
      *> untouched, nothing is journaled, and the attendant tries again.
      *> Training sandbox: run where TrainingRefresh's training.flg sits,
      *> every topups.log and adjustments.log line carries a trailing
      *> ",TRAINING" field, so a practice transaction can never pass for
      *> a real one.
      *> Suspensions: a player suspended on ../Common/suspensions.dat
      *> (SuspensionMaint) can't have their wallet loaded -- the shared
      *> SuspensionCheck logs the refusal and no money is taken.
      *> Supervisor adjustments still reach a suspended wallet, so a
      *> refund is never held up by a suspension.
       program-id. CreditsTopUp as "CreditsTopUp".

       environment division.
                   assign to "../Common/wallet.dat.tmp"
                   organization is line sequential
                   file status is ws-wallet-temp-status.
           select training-flag-file
                   assign to "training.flg"
                   organization is line sequential
                   file status is ws-training-status.

       data division.
       file section.
       fd wallet-temp-file record contains 20 characters.
       01 wt-line           pic x(20).

       fd training-flag-file record contains 60 characters.
       01 tf-line           pic x(60).

       working-storage section.
       01 ws-cabinet-status     pic xx.
       01 ws-credits-status     pic xx.
      *> Who is at the keyboard: signed on once through the shared
      *> OperatorSignOn gate and stamped into every journal line.
       01 ws-signed-operator    pic x(3).
       01 ws-operator-role      pic x(10).

      *> Write-ahead journal action around each credits.dat rewrite
      *> (CreditsJournal/CreditsRecover, same protocol the charge path
           value "../Common/wallet.dat".
       01 ws-wallet-temp-name   pic x(30)
           value "../Common/wallet.dat.tmp".
       01 ws-wallet-written     pic x.

      *> Writer's lock held across each wallet rewrite.
       01 ws-lock-action        pic x.
       01 ws-lock-file          pic x(64)
           value "../Common/wallet.dat".
       01 ws-lock-who           pic x(16) value "CreditsTopUp".
       01 ws-lock-granted       pic x.

      *> A suspended player's wallet can't be loaded.
       01 ws-suspend-what       pic x(5) value "LOAD".
       01 ws-suspend-title      pic x(16) value "CreditsTopUp".
       01 ws-suspended          pic x.

      *> ",TRAINING" on every line written in the training sandbox.
       01 ws-training-status    pic xx.
       01 ws-training-tag       pic x(9) value spaces.

       procedure division.
       main-line section.
           call "OperatorSignOn" using ws-signed-operator
                                       ws-operator-role
           perform note-training-mode
           move "Y" to ws-again
           perform until ws-again not = "Y" and ws-again not = "y"
               display "Transaction - T = top-up, A = adjustment [T]: "
                   with no advancing
               accept ws-tran-type
               if ws-tran-type = "A" or ws-tran-type = "a"
                   if ws-operator-role = "SUPERVISOR"
                       perform do-one-adjustment
                   else
                       display "Adjustments need a supervisor sign-on."
                   end-if
               else
                   perform do-one-topup
               end-if
           end-perform
           perform accept-adjustment-fields
           perform rewrite-wallet-balance
           if ws-wallet-written = "N"
               exit section
           end-if
           if ws-wallet-found = "N" and ws-adjust-sign = "S"
               display "No wallet on file for " ws-wallet-initials "."
               exit section
                  ws-reason-code delimited by space
                  "," delimited by size
                  ws-operator delimited by size
                  ws-training-tag delimited by space
                  into ws-line-out
           move ws-line-out to adjust-log-line
           write adjust-log-line
               display "Player initials: " with no advancing
               accept ws-wallet-initials
           end-perform
           call "SuspensionCheck" using ws-wallet-initials
                                        ws-suspend-what
                                        ws-suspend-title ws-suspended
           if ws-suspended = "Y"
               display "Wallet " ws-wallet-initials " is suspended - "
                       "no load can be taken."
               exit section
           end-if
           move 0 to ws-amount
           perform until ws-amount > 0
               display "Credits to load: " with no advancing
           end-perform
           move "A" to ws-adjust-sign
           perform rewrite-wallet-balance
           if ws-wallet-written = "N"
               exit section
           end-if

           move spaces to ws-wallet-label
           string "WALLET:" ws-wallet-initials
      *> way through for a first-time add).
       rewrite-wallet-balance section.
           move "N" to ws-wallet-found
           move "N" to ws-wallet-written
           move 0 to ws-old-balance
           move "A" to ws-lock-action
           call "CommonLock" using ws-lock-action ws-lock-file
                                   ws-lock-who ws-lock-granted
           if ws-lock-granted not = "Y"
               display "The wallet ledger is busy - nothing was "
                       "changed; try again."
               exit section
           end-if
           open output wallet-temp-file
           if ws-wallet-temp-status not = "00"
               perform release-wallet-lock
               display "Cannot write the wallet ledger."
               exit section
           end-if
           call "CBL_RENAME_FILE" using ws-wallet-temp-name
                                        ws-wallet-name
               returning ws-rename-rc
           perform release-wallet-lock
           move "Y" to ws-wallet-written
           .

       release-wallet-lock section.
           move "R" to ws-lock-action
           call "CommonLock" using ws-lock-action ws-lock-file
                                   ws-lock-who ws-lock-granted
           .

       copy-or-load-wallet-line section.
                  ws-new-balance delimited by size
                  "," delimited by size
                  ws-signed-operator delimited by size
                  ws-training-tag delimited by space
                  into ws-line-out
           move ws-line-out to topup-log-line
           write topup-log-line
           close topup-log-file
           .

      *> TrainingRefresh's marker: this folder is the training sandbox.
       note-training-mode section.
           open input training-flag-file
           if ws-training-status not = "00"
               exit section
           end-if
           close training-flag-file
           move ",TRAINING" to ws-training-tag
           .

       end program CreditsTopUp.
