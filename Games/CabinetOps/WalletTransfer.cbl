      ********************************************************************************************************
      *
      * Copyright (C) Micro Focus 2010-2013.
      * All rights reserved.
      *
      *  This sample code is supplied for demonstration purposes only on an "as is" basis and "is for use at
      *  your own risk".
      *
      ********************************************************************************************************

      *> Wallet-to-wallet credit transfer at the counter: a parent moving
      *> credits to their child's wallet, friends settling up -- one
      *> transaction instead of a pair of adjustments. The attendant keys
      *> the giving and the receiving player's initials and the credits;
      *> initials registered on ../Common/playerreg.dat (PlayerRegistry)
      *> need that player's 4-digit PIN keyed back, and a player suspended
      *> on ../Common/suspensions.dat can neither give nor receive
      *> (SuspensionCheck logs the refusal). The giver must hold the
      *> credits; the receiver's line is created for a first-time holder.
      *> Both lines change in a single pass of the shared
      *> ../Common/wallet.dat ledger, written to its own
      *> ../Common/wallet.dat.xfr copy and swapped in by delete and
      *> rename under the writer's lock (CommonLock) every wallet writer
      *> takes, so the credits are never off one wallet without being on
      *> the other. Every transfer is journaled to
      *> ../Common/wallettransfers.log as
      *> "timestamp,state,from,to,credits,from-before,from-after,
      *> to-before,to-after,operator": an INTENT line once the new ledger
      *> is written and before it is swapped in, a DONE line once it is.
      *> A power cut between the two leaves the INTENT as the journal's
      *> last line, and the next run settles it before anything else --
      *> a ledger copy still waiting with the live ledger gone is swapped
      *> in (DONE), one the live ledger was never replaced by is thrown
      *> away (VOID, nothing moved), and with the copy gone the swap had
      *> happened (DONE). A live ledger beside the copy counts as never
      *> replaced only while both players' lines still hold the INTENT's
      *> before-balances; otherwise it was started afresh by another
      *> writer, so it is set aside as wallet.dat.stray and the copy goes
      *> in (DONE). While the ledger is missing and the copy waits, every
      *> other wallet writer finds the ledger busy (CommonLock).
      *> WalletStatement shows the DONE lines on both players'
      *> statements. Training sandbox: run where
      *> TrainingRefresh's training.flg sits, every journal line carries
      *> a trailing ",TRAINING" field. Sign-on through the shared
      *> OperatorSignOn gate; run from a Games\CabinetOps working
      *> directory (or from the AttendantConsole menu).
       program-id. WalletTransfer as "WalletTransfer".

       environment division.
       configuration section.

       input-output section.
       file-control.
           select wallet-file
                   assign to "../Common/wallet.dat"
                   organization is line sequential
                   file status is ws-wallet-status.
           select transfer-temp-file
                   assign to "../Common/wallet.dat.xfr"
                   organization is line sequential
                   file status is ws-transfer-temp-status.
           select journal-file
                   assign to "../Common/wallettransfers.log"
                   organization is line sequential
                   file status is ws-journal-status.
           select register-file
                   assign to "../Common/playerreg.dat"
                   organization is line sequential
                   file status is ws-register-status.
           select training-flag-file
                   assign to "training.flg"
                   organization is line sequential
                   file status is ws-training-status.

       data division.
       file section.
       fd wallet-file record contains 20 characters.
       01 wa-line           pic x(20).

       fd transfer-temp-file record contains 20 characters.
       01 wt-line           pic x(20).

       fd journal-file record contains 132 characters.
       01 jn-line           pic x(132).

       fd register-file record contains 24 characters.
       01 rg-line           pic x(24).

       fd training-flag-file record contains 60 characters.
       01 tf-line           pic x(60).

       working-storage section.
       01 ws-wallet-status      pic xx.
       01 ws-transfer-temp-status pic xx.
       01 ws-journal-status     pic xx.
       01 ws-register-status    pic xx.
       01 ws-training-status    pic xx.
       01 ws-eof                pic x.
       01 ws-again              pic x.
       01 ws-signed-operator    pic x(3).
       01 ws-operator-role      pic x(10).

      *> The transfer being keyed.
       01 ws-from-initials      pic x(3).
       01 ws-to-initials        pic x(3).
       01 ws-amount             pic 9(5).
       01 ws-from-before        pic 9(5).
       01 ws-from-after         pic 9(5).
       01 ws-to-before          pic 9(5).
       01 ws-to-after           pic 9(5).
       01 ws-from-found         pic x.
       01 ws-to-found           pic x.
       01 ws-refused            pic x.

      *> Parsed fields of one wallet.dat line.
       01 ws-w-initials         pic x(3).
       01 ws-w-balance          pic x(5).

      *> PIN check against the player registry.
       01 ws-pin-initials       pic x(3).
       01 ws-pin-ok             pic x.
       01 ws-rg-initials        pic x(3).
       01 ws-rg-pin             pic x(4).
       01 ws-rg-handle          pic x(12).
       01 ws-typed-pin          pic x(4).

      *> Suspended players can neither give nor receive.
       01 ws-suspend-what       pic x(5).
       01 ws-suspend-title      pic x(16) value "WalletTransfer".
       01 ws-suspended          pic x.

      *> Writer's lock held from the ledger read to the journal's DONE.
       01 ws-lock-action        pic x.
       01 ws-lock-file          pic x(64)
           value "../Common/wallet.dat".
       01 ws-lock-who           pic x(16) value "WalletTransfer".
       01 ws-lock-granted       pic x.

      *> Journal line being written: its state and everything after it.
       01 ws-j-state            pic x(6).
       01 ws-j-detail           pic x(100).
       01 ws-j-stamp            pic x(19).
       01 ws-j-ptr              pic 9(3).
       01 ws-last-line          pic x(132).

      *> Recovery: which of the ledger and its transfer copy are on disk.
       01 ws-file-details.
           03 ws-file-size           pic x(8) comp-x.
           03 ws-file-date.
               05 ws-fd-day          pic x comp-x.
               05 ws-fd-month        pic x comp-x.
               05 ws-fd-year         pic x(2) comp-x.
           03 ws-file-time.
               05 ws-ft-hours        pic x comp-x.
               05 ws-ft-minutes      pic x comp-x.
               05 ws-ft-seconds      pic x comp-x.
               05 ws-ft-hundredths   pic x comp-x.
       01 ws-exist-rc           pic s9(9) comp-5.
       01 ws-wallet-exists      pic x.
       01 ws-copy-exists        pic x.
       01 ws-ledger-untouched   pic x.
       01 ws-stray-name         pic x(30)
           value "../Common/wallet.dat.stray".
      *> The interrupted transfer's journaled players and balances.
       01 ws-r-from             pic x(3).
       01 ws-r-to               pic x(3).
       01 ws-r-amount           pic x(5).
       01 ws-r-from-before      pic x(5).
       01 ws-r-from-after       pic x(5).
       01 ws-r-to-before        pic x(5).

       01 ws-rename-rc          pic s9(9) comp-5.
       01 ws-wallet-name        pic x(30)
           value "../Common/wallet.dat".
       01 ws-transfer-temp-name pic x(30)
           value "../Common/wallet.dat.xfr".
       01 ws-line-out           pic x(132).

      *> ",TRAINING" on every line written in the training sandbox.
       01 ws-training-tag       pic x(9) value spaces.

       procedure division.
       main-line section.
           call "OperatorSignOn" using ws-signed-operator
                                       ws-operator-role
           perform note-training-mode
           perform take-wallet-lock
           if ws-lock-granted not = "Y"
               display "The wallet ledger is busy - try again in a "
                       "moment."
               stop run
           end-if
           perform recover-interrupted-transfer
           perform release-wallet-lock

           move "Y" to ws-again
           perform until ws-again not = "Y" and ws-again not = "y"
               perform do-one-transfer
               display "Another transfer (Y/N)? " with no advancing
               accept ws-again
           end-perform
           stop run
           .

       do-one-transfer section.
           move spaces to ws-from-initials
           perform until ws-from-initials not = spaces
               display "Credits FROM player initials: "
                   with no advancing
               accept ws-from-initials
           end-perform
           move function upper-case(ws-from-initials)
               to ws-from-initials
           move spaces to ws-to-initials
           perform until ws-to-initials not = spaces
               display "Credits TO player initials: " with no advancing
               accept ws-to-initials
           end-perform
           move function upper-case(ws-to-initials) to ws-to-initials
           if ws-to-initials = ws-from-initials
               display "No transfer - the two wallets are the same."
               exit section
           end-if

           move ws-from-initials to ws-pin-initials
           perform check-player-pin
           if ws-pin-ok not = "Y"
               exit section
           end-if
           move ws-to-initials to ws-pin-initials
           perform check-player-pin
           if ws-pin-ok not = "Y"
               exit section
           end-if

           move "SPEND" to ws-suspend-what
           call "SuspensionCheck" using ws-from-initials ws-suspend-what
                                        ws-suspend-title ws-suspended
           if ws-suspended = "Y"
               display "No transfer - " ws-from-initials
                       "'s wallet is suspended."
               exit section
           end-if
           move "LOAD" to ws-suspend-what
           call "SuspensionCheck" using ws-to-initials ws-suspend-what
                                        ws-suspend-title ws-suspended
           if ws-suspended = "Y"
               display "No transfer - " ws-to-initials
                       "'s wallet is suspended."
               exit section
           end-if

           move 0 to ws-amount
           perform until ws-amount > 0
               display "Credits to transfer: " with no advancing
               accept ws-amount
           end-perform
           perform post-transfer
           .

      *> Registered initials belong to one person: the transfer only goes
      *> ahead once their PIN is keyed back. Unregistered initials pass.
       check-player-pin section.
           move "Y" to ws-pin-ok
           open input register-file
           if ws-register-status not = "00"
               exit section
           end-if
           move spaces to ws-rg-initials
           move "F" to ws-eof
           perform until ws-eof = "T"
               read register-file
                   at end
                       move "T" to ws-eof
                       move spaces to ws-rg-initials
                   not at end
                       unstring rg-line delimited by ","
                           into ws-rg-initials ws-rg-pin ws-rg-handle
                       move function upper-case(ws-rg-initials)
                           to ws-rg-initials
                       if ws-rg-initials = ws-pin-initials
                           move "T" to ws-eof
                       end-if
               end-read
           end-perform
           close register-file
           if ws-rg-initials not = ws-pin-initials
               exit section
           end-if
           display ws-pin-initials " is registered - PIN: "
               with no advancing
           move spaces to ws-typed-pin
           accept ws-typed-pin
           if ws-typed-pin not = ws-rg-pin
               move "N" to ws-pin-ok
               display "Wrong PIN for " ws-pin-initials
                       " - no transfer."
           end-if
           .

      *> Writes the whole ledger to the transfer copy with both lines
      *> changed, journals the INTENT, swaps the copy in and journals
      *> DONE -- all under the writer's lock.
       post-transfer section.
           perform take-wallet-lock
           if ws-lock-granted not = "Y"
               display "The wallet ledger is busy - nothing was "
                       "moved; try again."
               exit section
           end-if
           perform write-transfer-copy
           if ws-refused = "Y"
               call "CBL_DELETE_FILE" using ws-transfer-temp-name
                   returning ws-rename-rc
               perform release-wallet-lock
               exit section
           end-if

           move "INTENT" to ws-j-state
           perform build-journal-detail
           perform write-journal-line
           if ws-journal-status not = "00"
               call "CBL_DELETE_FILE" using ws-transfer-temp-name
                   returning ws-rename-rc
               perform release-wallet-lock
               display "The transfer journal can't be written - "
                       "nothing was moved."
               exit section
           end-if
           call "CBL_DELETE_FILE" using ws-wallet-name
               returning ws-rename-rc
           call "CBL_RENAME_FILE" using ws-transfer-temp-name
                                        ws-wallet-name
               returning ws-rename-rc
           if ws-rename-rc not = 0
      *> The INTENT stays the journal's last line and the copy stays on
      *> disk, so the next run settles the transfer by what it finds.
               perform release-wallet-lock
               display "The new ledger could not be swapped in - run "
                       "WalletTransfer again to settle it."
               exit section
           end-if
           move "DONE" to ws-j-state
           perform write-journal-line
           perform release-wallet-lock

           display "Transferred " ws-amount " credit(s) from "
                   ws-from-initials " to " ws-to-initials "."
           display "  " ws-from-initials " now " ws-from-after
                   " (was " ws-from-before ")"
           display "  " ws-to-initials " now " ws-to-after
                   " (was " ws-to-before ")"
           .

       write-transfer-copy section.
           move "N" to ws-refused
           move "N" to ws-from-found
           move "N" to ws-to-found
           move 0 to ws-from-before ws-to-before
           open output transfer-temp-file
           if ws-transfer-temp-status not = "00"
               move "Y" to ws-refused
               display "Cannot write the wallet ledger."
               exit section
           end-if
           open input wallet-file
           if ws-wallet-status = "00"
               move "F" to ws-eof
               perform until ws-eof = "T"
                   read wallet-file
                       at end move "T" to ws-eof
                       not at end
                           perform copy-or-move-wallet-line
                   end-read
               end-perform
               close wallet-file
           end-if

           evaluate true
               when ws-from-found = "N"
                   move "Y" to ws-refused
                   display "No transfer - " ws-from-initials
                           " has no wallet."
               when ws-from-before < ws-amount
                   move "Y" to ws-refused
                   display "No transfer - " ws-from-initials
                           " holds only " ws-from-before " credit(s)."
               when ws-to-before + ws-amount > 99999
                   move "Y" to ws-refused
                   display "No transfer - " ws-to-initials
                           "'s wallet can't hold that many."
           end-evaluate
           if ws-refused = "N"
               compute ws-from-after = ws-from-before - ws-amount
               compute ws-to-after = ws-to-before + ws-amount
           end-if
           if ws-refused = "N" and ws-to-found = "N"
               move spaces to wt-line
               string ws-to-initials "," ws-to-after
                   delimited by size into wt-line
               end-string
               write wt-line
           end-if
           close transfer-temp-file
           .

      *> The giver's and receiver's lines are written with the credits
      *> moved (worked out ahead from the balances on them); a giver who
      *> turns out to be short leaves the copy to be thrown away.
       copy-or-move-wallet-line section.
           unstring wa-line delimited by ","
               into ws-w-initials ws-w-balance
           evaluate true
               when ws-w-initials = ws-from-initials
                   and ws-from-found = "N"
                   move "Y" to ws-from-found
                   if ws-w-balance is numeric
                       move ws-w-balance to ws-from-before
                   end-if
                   move 0 to ws-from-after
                   if ws-from-before >= ws-amount
                       compute ws-from-after
                           = ws-from-before - ws-amount
                   end-if
                   move spaces to wt-line
                   string ws-from-initials "," ws-from-after
                       delimited by size into wt-line
                   end-string
                   write wt-line
               when ws-w-initials = ws-to-initials
                   and ws-to-found = "N"
                   move "Y" to ws-to-found
                   if ws-w-balance is numeric
                       move ws-w-balance to ws-to-before
                   end-if
                   move 99999 to ws-to-after
                   if ws-to-before + ws-amount <= 99999
                       compute ws-to-after = ws-to-before + ws-amount
                   end-if
                   move spaces to wt-line
                   string ws-to-initials "," ws-to-after
                       delimited by size into wt-line
                   end-string
                   write wt-line
               when other
                   move wa-line to wt-line
                   write wt-line
           end-evaluate
           .

       build-journal-detail section.
           move spaces to ws-j-detail
           string ws-from-initials "," ws-to-initials
                  "," ws-amount
                  "," ws-from-before "," ws-from-after
                  "," ws-to-before "," ws-to-after
                  "," ws-signed-operator
                  delimited by size
                  ws-training-tag delimited by space
               into ws-j-detail
           end-string
           .

       write-journal-line section.
           open extend journal-file
           if ws-journal-status = "35"
               open output journal-file
           end-if
           if ws-journal-status not = "00"
               exit section
           end-if
           move spaces to ws-line-out
           string function current-date(1:4) "-"
                  function current-date(5:2) "-"
                  function current-date(7:2) " "
                  function current-date(9:2) ":"
                  function current-date(11:2) ":"
                  function current-date(13:2)
                  "," delimited by size
                  ws-j-state delimited by space
                  "," delimited by size
                  ws-j-detail delimited by space
               into ws-line-out
           end-string
           move ws-line-out to jn-line
           write jn-line
           close journal-file
           .

      *> Settles a transfer a power cut left between its INTENT and its
      *> DONE (the journal's last line is then the INTENT), by what is on
      *> disk: the copy with no live ledger is swapped in; a copy beside
      *> the live ledger was never swapped, so it goes and nothing moved;
      *> no copy at all means the swap had happened. A copy left with no
      *> INTENT behind it was cut short while being written.
       recover-interrupted-transfer section.
           move spaces to ws-last-line
           open input journal-file
           if ws-journal-status = "00"
               move "F" to ws-eof
               perform until ws-eof = "T"
                   read journal-file
                       at end move "T" to ws-eof
                       not at end
                           move jn-line to ws-last-line
                   end-read
               end-perform
               close journal-file
           end-if
           move spaces to ws-j-stamp ws-j-state ws-j-detail
           move 1 to ws-j-ptr
           unstring ws-last-line delimited by ","
               into ws-j-stamp ws-j-state
               with pointer ws-j-ptr
           end-unstring
           if ws-j-ptr < 132
               move ws-last-line(ws-j-ptr:) to ws-j-detail
           end-if

           move "N" to ws-wallet-exists
           call "CBL_CHECK_FILE_EXIST" using ws-wallet-name
                                             ws-file-details
               returning ws-exist-rc
           if ws-exist-rc = 0
               move "Y" to ws-wallet-exists
           end-if
           move "N" to ws-copy-exists
           call "CBL_CHECK_FILE_EXIST" using ws-transfer-temp-name
                                             ws-file-details
               returning ws-exist-rc
           if ws-exist-rc = 0
               move "Y" to ws-copy-exists
           end-if

           if ws-j-state not = "INTENT"
               if ws-copy-exists = "Y"
                   call "CBL_DELETE_FILE" using ws-transfer-temp-name
                       returning ws-rename-rc
               end-if
               exit section
           end-if

           evaluate true
               when ws-copy-exists = "Y" and ws-wallet-exists = "N"
                   call "CBL_RENAME_FILE" using ws-transfer-temp-name
                                                ws-wallet-name
                       returning ws-rename-rc
                   if ws-rename-rc = 0
                       move "DONE" to ws-j-state
                   end-if
               when ws-copy-exists = "Y"
                   perform check-ledger-untouched
                   if ws-ledger-untouched = "Y"
                       call "CBL_DELETE_FILE"
                           using ws-transfer-temp-name
                           returning ws-rename-rc
                       move "VOID" to ws-j-state
                   else
                       perform roll-copy-forward
                   end-if
               when other
                   move "DONE" to ws-j-state
           end-evaluate
           if ws-j-state = "INTENT"
               display "A transfer interrupted at " ws-j-stamp
                       " could not be settled - the ledger copy "
                       "is still waiting; run WalletTransfer again."
               exit section
           end-if
           perform write-journal-line
           display "A transfer interrupted at " ws-j-stamp
           if ws-j-state = "VOID"
               display "  was cancelled - nothing moved; key it again "
                       "if the players still want it."
           else
               display "  went through - both wallets are updated."
           end-if
           .

      *> A live ledger beside the copy is only the untouched original
      *> when the giver's and receiver's lines still hold the journaled
      *> before-balances (a first-time receiver: no line, or zero). One
      *> that doesn't was started over by some other writer while the
      *> ledger was missing, and must not win over the copy.
       check-ledger-untouched section.
           move spaces to ws-r-from ws-r-to ws-r-amount
                          ws-r-from-before ws-r-from-after
                          ws-r-to-before
           unstring ws-j-detail delimited by ","
               into ws-r-from ws-r-to ws-r-amount
                    ws-r-from-before ws-r-from-after ws-r-to-before
           end-unstring
           move "N" to ws-ledger-untouched
           move "N" to ws-from-found
           move "N" to ws-to-found
           move 0 to ws-from-before ws-to-before
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
                       evaluate true
                           when ws-w-initials = ws-r-from
                               and ws-from-found = "N"
                               move "Y" to ws-from-found
                               if ws-w-balance is numeric
                                   move ws-w-balance to ws-from-before
                               end-if
                           when ws-w-initials = ws-r-to
                               and ws-to-found = "N"
                               move "Y" to ws-to-found
                               if ws-w-balance is numeric
                                   move ws-w-balance to ws-to-before
                               end-if
                       end-evaluate
               end-read
           end-perform
           close wallet-file
           if ws-r-from-before is numeric and ws-r-to-before is numeric
               and ws-from-found = "Y"
               and ws-from-before = ws-r-from-before
               and ws-to-before = ws-r-to-before
               move "Y" to ws-ledger-untouched
           end-if
           .

      *> The copy is the full ledger: the stray one is set aside (as
      *> wallet.dat.stray, for the attendant to check against the other
      *> journals) and the copy swapped in.
       roll-copy-forward section.
           call "CBL_DELETE_FILE" using ws-stray-name
               returning ws-rename-rc
           call "CBL_RENAME_FILE" using ws-wallet-name ws-stray-name
               returning ws-rename-rc
           if ws-rename-rc not = 0
               exit section
           end-if
           call "CBL_RENAME_FILE" using ws-transfer-temp-name
                                        ws-wallet-name
               returning ws-rename-rc
           if ws-rename-rc not = 0
               call "CBL_RENAME_FILE" using ws-stray-name
                                            ws-wallet-name
                   returning ws-rename-rc
               exit section
           end-if
           move "DONE" to ws-j-state
           display "A ledger started while that transfer was "
                   "interrupted was set aside as wallet.dat.stray -"
           display "  check its lines against the day's top-ups."
           .

       take-wallet-lock section.
           move "A" to ws-lock-action
           call "CommonLock" using ws-lock-action ws-lock-file
                                   ws-lock-who ws-lock-granted
           .

       release-wallet-lock section.
           move "R" to ws-lock-action
           call "CommonLock" using ws-lock-action ws-lock-file
                                   ws-lock-who ws-lock-granted
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

       end program WalletTransfer.
