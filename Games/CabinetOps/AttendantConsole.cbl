      *> (CALL "SYSTEM", the same convention NightlyBatch uses -- their STOP
      *> RUNs must not take the console down) and pick up the shift token
      *> instead of prompting again; the waitlist editor works the per-
      *> cabinet waitlist.dat directly, the same file the games queue on,
      *> under the same writer's lock (CommonLock) the games take, held
      *> only for the change itself, never while the attendant types.
      *> The token is deleted on exit, ending the shift. Run from a
      *> Games\CabinetOps working directory.
      *> Shift close-out: the menu's drawer count runs DrawerClose while
      *> the token is still down, so the count is reconciled against
      *> exactly this operator's shift window before signing off.
      *> Wallet statement: the menu's statement printout runs
      *> WalletStatement for a player's initials and a date range, to
      *> hand across the counter when a regular queries their wallet.
      *> Refund queue: the menu's refund review runs RefundReview over
      *> the unfinished paid starts the nightly RefundScan queued, for a
      *> supervisor to approve or reject each one.
      *> Roles: the console is open to every active operator, and the
      *> menu's tools check the shift's role for themselves (the shift
      *> token carries the id; the gate looks the role up again). The
      *> refund queue is offered to a SUPERVISOR only.
      *> Training mode: answering Y at sign-on moves the whole shift into
      *> the training sandbox TrainingRefresh keeps in ../Training -- the
      *> console changes to Training/CabinetOps, so every tool it runs and
      *> its own waitlist editor work the sandbox copy of the registry,
      *> credits, wallet and journals through their usual relative paths,
      *> and the shift token is dropped there for them. A sandbox never
      *> built is built from last night's backup set first. The menu
      *> banner says TRAINING MODE throughout, and an extra choice
      *> refreshes the sandbox from the backup set on demand (the refresh
      *> itself runs from the live folder). The live operators.dat is
      *> copied in on the way, so a hire added this morning can practise.
      *> Wallet transfer: the menu's transfer runs WalletTransfer to move
      *> credits from one player's wallet to another's in one step, both
      *> players keying their PINs where their initials are registered.
       program-id. AttendantConsole as "AttendantConsole".

       environment division.
                   assign to ws-waitlist-path
                   organization is line sequential
                   file status is ws-waitlist-status.
           select training-flag-file
                   assign to "../Training/CabinetOps/training.flg"
                   organization is line sequential
                   file status is ws-training-status.
           select waitlist-temp-file
                   assign to ws-waitlist-temp-path
                   organization is line sequential
       fd waitlist-temp-file record contains 3 characters.
       01 wt-initials       pic x(3).

       fd training-flag-file record contains 60 characters.
       01 tf-line           pic x(60).

       working-storage section.
       01 ws-token-status       pic xx.
       01 ws-cabinet-status     pic xx.
       01 ws-waitlist-status    pic xx.
       01 ws-temp-status        pic xx.
       01 ws-eof                pic x value "F".
       01 ws-menu-choice        pic x(2).
       01 ws-done               pic x value "F".
       01 ws-signed-operator    pic x(3).
       01 ws-operator-role      pic x(10).
       01 ws-command            pic x(40).

      *> Training mode: the shift runs in ../Training/CabinetOps.
       01 ws-training-status    pic xx.
       01 ws-training           pic x value "N".
       01 ws-training-answer    pic x.
       01 ws-change-rc          pic s9(9) comp-5.

       01 ws-entry-id           pic x(8).
       01 ws-directory          pic x(64).
       01 ws-waitlist-path      pic x(80).
       01 ws-line-out           pic x(20).
       01 ws-rename-rc          pic s9(9) comp-5.

      *> Writer's lock on the cabinet's waitlist.dat.
       01 ws-lock-action        pic x.
       01 ws-lock-file          pic x(64).
       01 ws-lock-who           pic x(16) value "AttendantConsole".
       01 ws-lock-granted       pic x.

       procedure division.
       main-line section.
           call "OperatorSignOn" using ws-signed-operator
                                       ws-operator-role
           perform write-shift-token
           display "Training mode - practise on the sandbox copy "
                   "(Y/N) [N]: " with no advancing
           accept ws-training-answer
           if ws-training-answer = "Y" or ws-training-answer = "y"
               perform enter-training-mode
           end-if
           perform until ws-done = "T"
               perform show-menu
               evaluate ws-menu-choice
                   when "6"
                       perform manage-waitlist
                   when "7"
                       move "DrawerClose" to ws-command
                       call "SYSTEM" using ws-command
                   when "8"
                       move "WalletStatement" to ws-command
                       call "SYSTEM" using ws-command
                   when "9"
                       if ws-operator-role = "SUPERVISOR"
                           move "RefundReview" to ws-command
                           call "SYSTEM" using ws-command
                       else
                           display "The refund queue needs a "
                                   "supervisor sign-on."
                       end-if
                   when "10"
                       move "WalletTransfer" to ws-command
                       call "SYSTEM" using ws-command
                   when "11"
                       move "T" to ws-done
                   when "12"
                       if ws-training = "Y"
                           perform refresh-training-data
                       else
                           display "Unrecognized choice."
                       end-if
                   when other
                       display "Unrecognized choice."
               end-evaluate
           end-perform
           call "CBL_DELETE_FILE" using "signon.tok"
               returning ws-rename-rc
           if ws-training = "Y"
               call "CBL_CHANGE_DIR" using "../../CabinetOps"
                   returning ws-change-rc
               call "CBL_DELETE_FILE" using "signon.tok"
                   returning ws-rename-rc
           end-if
           display "Shift ended - signed off."
           stop run
           .

       show-menu section.
           display " "
           if ws-training = "Y"
               display "ATTENDANT CONSOLE - *** TRAINING MODE *** - "
                       "signed on as " ws-signed-operator
           else
               display "ATTENDANT CONSOLE - signed on as "
                       ws-signed-operator
           end-if
           display "  1. Floor status"
           display "  2. Credits top-up / adjustment"
           display "  3. Work orders (open/close a ticket)"
           display "  4. Alert queue (acknowledge)"
           display "  5. Player disputes"
           display "  6. Manage a cabinet's waitlist"
           display "  7. Shift close-out (count the drawer)"
           display "  8. Player wallet statement"
           display "  9. Refund queue (supervisor review)"
           display " 10. Transfer credits between two wallets"
           display " 11. Sign off and exit"
           if ws-training = "Y"
               display " 12. Refresh the training data from last "
                       "night's backup"
           end-if
           display "Choice: " with no advancing
           accept ws-menu-choice
           .
           close token-file
           .

      *> The sandbox is built on first use; the shift then moves into it,
      *> token and all. A sandbox that can't be reached ends the shift
      *> rather than leave a trainee on the live floor.
       enter-training-mode section.
           open input training-flag-file
           if ws-training-status not = "00"
               display "No training sandbox yet - building it from "
                       "last night's backup."
               move "TrainingRefresh" to ws-command
               call "SYSTEM" using ws-command
               open input training-flag-file
           end-if
           if ws-training-status = "00"
               close training-flag-file
               call "CBL_COPY_FILE" using "operators.dat"
                   "../Training/CabinetOps/operators.dat"
                   returning ws-change-rc
               call "CBL_CHANGE_DIR" using "../Training/CabinetOps"
                   returning ws-change-rc
           end-if
           if ws-training-status not = "00" or ws-change-rc not = 0
               call "CBL_DELETE_FILE" using "signon.tok"
                   returning ws-rename-rc
               display "The training sandbox is not available - "
                       "signed off."
               stop run
           end-if
           move "Y" to ws-training
           perform write-shift-token
           .

      *> TrainingRefresh works from the live folder; the practice
      *> shift's token goes back down once the sandbox is refilled.
       refresh-training-data section.
           call "CBL_CHANGE_DIR" using "../../CabinetOps"
               returning ws-change-rc
           move "TrainingRefresh" to ws-command
           call "SYSTEM" using ws-command
           call "CBL_CHANGE_DIR" using "../Training/CabinetOps"
               returning ws-change-rc
           perform write-shift-token
           .

      *> The same waitlist.dat the games queue on, worked directly:
      *> list it, add to the back, or pull a dropped-out name.
       manage-waitlist section.
               display "Initials to add: " with no advancing
               accept ws-wl-initials
           end-perform
           perform take-waitlist-lock
           if ws-lock-granted not = "Y"
               exit section
           end-if
           open extend waitlist-file
           if ws-waitlist-status = "35"
               open output waitlist-file
               close waitlist-file
               display ws-wl-initials " added to the back."
           end-if
           perform release-waitlist-lock
           .

       remove-from-waitlist section.
           if ws-remove-no = 0
               exit section
           end-if
           perform take-waitlist-lock
           if ws-lock-granted not = "Y"
               exit section
           end-if
           open input waitlist-file
           if ws-waitlist-status not = "00"
               perform release-waitlist-lock
               display "The waitlist is empty."
               exit section
           end-if
           open output waitlist-temp-file
           if ws-temp-status not = "00"
               close waitlist-file
               perform release-waitlist-lock
               display "Cannot rewrite the waitlist."
               exit section
           end-if
           call "CBL_RENAME_FILE" using ws-waitlist-temp-path
                                        ws-waitlist-path
               returning ws-rename-rc
           perform release-waitlist-lock
           display "Removed - the queue moves up."
           .

      *> The cabinet may be popping the queue at this very moment; its
      *> lock is waited out the way every writer waits.
       take-waitlist-lock section.
           move ws-waitlist-path to ws-lock-file
           move "A" to ws-lock-action
           call "CommonLock" using ws-lock-action ws-lock-file
                                   ws-lock-who ws-lock-granted
           if ws-lock-granted not = "Y"
               display "The cabinet is busy with its waitlist - "
                       "try again."
           end-if
           .

       release-waitlist-lock section.
           move "R" to ws-lock-action
           call "CommonLock" using ws-lock-action ws-lock-file
                                   ws-lock-who ws-lock-granted
           .

       end program AttendantConsole.
