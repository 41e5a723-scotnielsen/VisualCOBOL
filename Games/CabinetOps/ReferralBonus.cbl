      ********************************************************************************************************
      *
      * Copyright (C) Micro Focus 2010-2013.
      * All rights reserved.
      *
      *  This sample code is supplied for demonstration purposes only on an "as is" basis and "is for use at
      *  your own risk".
      *
      ********************************************************************************************************

      *> Refer-a-friend bonus: pays the referrals PlayerRegistry recorded
      *> on ../Common/referrals.dat ("new,referrer,yyyymmdd") once the
      *> new player has played enough. Plays are counted off
      *> ../Common/playerplays.log from the month they were referred.
      *> The settings are the first line of referral.cfg,
      *> "plays,referrer-credits,new-player-credits" -- 10 plays, 10
      *> credits to the referrer and none to the new player when the file
      *> is absent; a zero amount pays nothing on that side. Each bonus is
      *> added to the player's line on the shared ../Common/wallet.dat
      *> ledger (a line is opened for a first-time holder) under the
      *> writer's lock every wallet writer takes (CommonLock), and
      *> journaled to ../Common/referralbonus.log as
      *> "timestamp,III,credits,new-balance,REFERRER|REFERRED,new-player,
      *> referrer" -- its own source, which MonthlyClose reports and posts
      *> as promotional cost and WalletStatement shows on the statement.
      *> The journal is what says a side was paid, so each new player pays
      *> out once, however often the job runs. A player suspended on
      *> ../Common/suspensions.dat is not paid while the suspension runs
      *> (SuspensionCheck logs it) and is paid on the first night after.
      *> A wallet ledger still busy at the lock timeout -- or a journal
      *> that can't be opened, or a ledger that can't be rewritten --
      *> pays nothing tonight and ends with return code 8, so
      *> NightlyBatch stops there and resumes on the next run. Training sandbox: run where
      *> TrainingRefresh's training.flg sits, every journal line carries a
      *> trailing ",TRAINING" field. Run nightly from a Games\CabinetOps
      *> working directory as part of the NightlyBatch rotation.
       program-id. ReferralBonus as "ReferralBonus".

       environment division.
       configuration section.

       input-output section.
       file-control.
           select config-file
                   assign to "referral.cfg"
                   organization is line sequential
                   file status is ws-config-status.
           select referrals-file
                   assign to "../Common/referrals.dat"
                   organization is line sequential
                   file status is ws-referrals-status.
           select bonus-log-file
                   assign to "../Common/referralbonus.log"
                   organization is line sequential
                   file status is ws-bonus-log-status.
           select plays-log-file
                   assign to "../Common/playerplays.log"
                   organization is line sequential
                   file status is ws-plays-status.
           select wallet-file
                   assign to "../Common/wallet.dat"
                   organization is line sequential
                   file status is ws-wallet-status.
           select wallet-temp-file
                   assign to "../Common/wallet.dat.tmp"
                   organization is line sequential
                   file status is ws-wallet-temp-status.
           select training-flag-file
                   assign to "training.flg"
                   organization is line sequential
                   file status is ws-training-status.

       data division.
       file section.
       fd config-file record contains 40 characters.
       01 cf-line           pic x(40).

       fd referrals-file record contains 24 characters.
       01 rf-line           pic x(24).

       fd bonus-log-file record contains 80 characters.
       01 bl-line           pic x(80).

       fd plays-log-file record contains 20 characters.
       01 pl-line           pic x(20).

       fd wallet-file record contains 20 characters.
       01 wa-line           pic x(20).

       fd wallet-temp-file record contains 20 characters.
       01 wt-line           pic x(20).

       fd training-flag-file record contains 60 characters.
       01 tf-line           pic x(60).

       working-storage section.
       01 ws-config-status      pic xx.
       01 ws-referrals-status   pic xx.
       01 ws-bonus-log-status   pic xx.
       01 ws-plays-status       pic xx.
       01 ws-wallet-status      pic xx.
       01 ws-wallet-temp-status pic xx.
       01 ws-training-status    pic xx.
       01 ws-eof                pic x.

      *> referral.cfg: plays needed, and the two bonuses.
       01 ws-plays-needed       pic 9(5) value 10.
       01 ws-referrer-bonus     pic 9(5) value 10.
       01 ws-new-player-bonus   pic 9(5) value 0.
       01 ws-c-plays            pic x(5).
       01 ws-c-referrer         pic x(5).
       01 ws-c-new-player       pic x(5).

      *> Every referral on file, what it has been paid and its plays.
       01 ws-ref-count          pic 9(3) value 0.
       01 ws-ref-table.
           03 ws-ref-entry occurs 500.
               05 ws-rf-new          pic x(3).
               05 ws-rf-referrer     pic x(3).
               05 ws-rf-month        pic x(6).
               05 ws-rf-plays        pic 9(5).
               05 ws-rf-referrer-paid pic x.
               05 ws-rf-new-paid     pic x.
       01 ws-rf-ix              pic 9(3).

      *> Tonight's bonuses, in the order they are journaled.
       01 ws-pay-count          pic 9(4) value 0.
       01 ws-pay-table.
           03 ws-pay-entry occurs 1000.
               05 ws-py-initials     pic x(3).
               05 ws-py-credits      pic 9(5).
               05 ws-py-balance      pic 9(5).
               05 ws-py-role         pic x(8).
               05 ws-py-new          pic x(3).
               05 ws-py-referrer     pic x(3).
               05 ws-py-posted       pic x.
       01 ws-py-ix              pic 9(4).
       01 ws-py-ix2             pic 9(4).

      *> Parsed fields of the files being read.
       01 ws-f-stamp            pic x(19).
       01 ws-f-new              pic x(3).
       01 ws-f-referrer         pic x(3).
       01 ws-f-date             pic x(8).
       01 ws-f-initials         pic x(3).
       01 ws-f-credits          pic x(5).
       01 ws-f-balance          pic x(5).
       01 ws-f-role             pic x(8).
       01 ws-f-month            pic x(6).
       01 ws-w-initials         pic x(3).
       01 ws-w-balance          pic x(5).
       01 ws-balance-num        pic 9(5).
       01 ws-old-balance        pic 9(5).
       01 ws-due-credits        pic 9(5).

      *> Suspended players wait for their bonus.
       01 ws-suspend-initials   pic x(3).
       01 ws-suspend-what       pic x(5) value "LOAD".
       01 ws-suspend-title      pic x(16) value "ReferralBonus".
       01 ws-suspended          pic x.

      *> Writer's lock held across the wallet rewrite and its journal.
       01 ws-lock-action        pic x.
       01 ws-lock-file          pic x(64)
           value "../Common/wallet.dat".
       01 ws-lock-who           pic x(16) value "ReferralBonus".
       01 ws-lock-granted       pic x.

       01 ws-rename-rc          pic s9(9) comp-5.
       01 ws-wallet-name        pic x(30)
           value "../Common/wallet.dat".
       01 ws-wallet-temp-name   pic x(30)
           value "../Common/wallet.dat.tmp".
       01 ws-paid-credits       pic 9(7) value 0.
       01 ws-line-out           pic x(80).

      *> ",TRAINING" on every line written in the training sandbox.
       01 ws-training-tag       pic x(9) value spaces.

       procedure division.
       main-line section.
           perform note-training-mode
           perform load-config
           perform load-referrals
           if ws-ref-count = 0
               display "No referrals on file."
               stop run
           end-if
           perform note-paid-bonuses
           perform count-new-player-plays
           perform choose-bonuses-due
           if ws-pay-count = 0
               display "No referral bonuses due tonight."
               stop run
           end-if

           move "A" to ws-lock-action
           call "CommonLock" using ws-lock-action ws-lock-file
                                   ws-lock-who ws-lock-granted
           if ws-lock-granted not = "Y"
               display "Wallet ledger busy - no referral bonuses paid."
               move 8 to return-code
               stop run
           end-if
      *> The journal is the paid-once record, so it is opened before the
      *> ledger is touched and written once the new ledger is in place.
           perform open-bonus-journal
           if ws-bonus-log-status not = "00"
               perform release-wallet-lock
               display "Referral journal could not be opened - no "
                       "referral bonuses paid."
               move 8 to return-code
               stop run
           end-if
           perform credit-wallets
           if ws-wallet-temp-status not = "00"
               or ws-rename-rc not = 0
               close bonus-log-file
               perform release-wallet-lock
               display "Wallet ledger could not be written - no "
                       "referral bonuses paid."
               move 8 to return-code
               stop run
           end-if
           perform journal-bonuses
           perform release-wallet-lock
           display ws-pay-count " referral bonus(es) paid, "
                   ws-paid-credits " credit(s)."
           stop run
           .

       load-config section.
           open input config-file
           if ws-config-status not = "00"
               exit section
           end-if
           read config-file
               at end
                   move spaces to cf-line
           end-read
           close config-file
           move spaces to ws-c-plays ws-c-referrer ws-c-new-player
           unstring cf-line delimited by ","
               into ws-c-plays ws-c-referrer ws-c-new-player
           if ws-c-plays not = spaces
               compute ws-plays-needed = function numval(ws-c-plays)
           end-if
           if ws-c-referrer not = spaces
               compute ws-referrer-bonus
                   = function numval(ws-c-referrer)
           end-if
           if ws-c-new-player not = spaces
               compute ws-new-player-bonus
                   = function numval(ws-c-new-player)
           end-if
           .

       load-referrals section.
           open input referrals-file
           if ws-referrals-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read referrals-file
                   at end move "T" to ws-eof
                   not at end
                       move spaces to ws-f-new ws-f-referrer ws-f-date
                       unstring rf-line delimited by ","
                           into ws-f-new ws-f-referrer ws-f-date
                       if ws-f-new not = spaces
                           and ws-f-referrer not = spaces
                           and ws-f-new not = ws-f-referrer
                           and ws-ref-count < 500
                           add 1 to ws-ref-count
                           move ws-f-new to ws-rf-new(ws-ref-count)
                           move ws-f-referrer
                               to ws-rf-referrer(ws-ref-count)
                           move ws-f-date(1:6)
                               to ws-rf-month(ws-ref-count)
                           move 0 to ws-rf-plays(ws-ref-count)
                           move "N" to ws-rf-referrer-paid(ws-ref-count)
                           move "N" to ws-rf-new-paid(ws-ref-count)
                       end-if
               end-read
           end-perform
           close referrals-file
           .

      *> "timestamp,III,credits,new-balance,REFERRER|REFERRED,new-player,
      *> referrer" -- a side on the journal has been paid.
       note-paid-bonuses section.
           open input bonus-log-file
           if ws-bonus-log-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read bonus-log-file
                   at end move "T" to ws-eof
                   not at end
                       move spaces to ws-f-role ws-f-new
                       unstring bl-line delimited by ","
                           into ws-f-stamp ws-f-initials ws-f-credits
                                ws-f-balance ws-f-role ws-f-new
                       perform varying ws-rf-ix from 1 by 1
                               until ws-rf-ix > ws-ref-count
                           if ws-rf-new(ws-rf-ix) = ws-f-new
                               if ws-f-role = "REFERRER"
                                   move "Y" to
                                       ws-rf-referrer-paid(ws-rf-ix)
                               else
                                   move "Y" to ws-rf-new-paid(ws-rf-ix)
                               end-if
                           end-if
                       end-perform
               end-read
           end-perform
           close bonus-log-file
           .

      *> "yyyymm,III" per play; plays from the month of the referral on.
       count-new-player-plays section.
           open input plays-log-file
           if ws-plays-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read plays-log-file
                   at end move "T" to ws-eof
                   not at end
                       move spaces to ws-f-month ws-f-initials
                       unstring pl-line delimited by ","
                           into ws-f-month ws-f-initials
                       perform varying ws-rf-ix from 1 by 1
                               until ws-rf-ix > ws-ref-count
                           if ws-rf-new(ws-rf-ix) = ws-f-initials
                               and ws-f-month >= ws-rf-month(ws-rf-ix)
                               add 1 to ws-rf-plays(ws-rf-ix)
                           end-if
                       end-perform
               end-read
           end-perform
           close plays-log-file
           .

       choose-bonuses-due section.
           perform varying ws-rf-ix from 1 by 1
                   until ws-rf-ix > ws-ref-count
               if ws-rf-plays(ws-rf-ix) >= ws-plays-needed
                   if ws-rf-referrer-paid(ws-rf-ix) = "N"
                       and ws-referrer-bonus > 0
                       move ws-rf-referrer(ws-rf-ix)
                           to ws-suspend-initials
                       move ws-referrer-bonus to ws-due-credits
                       move "REFERRER" to ws-f-role
                       perform add-bonus-due
                   end-if
                   if ws-rf-new-paid(ws-rf-ix) = "N"
                       and ws-new-player-bonus > 0
                       move ws-rf-new(ws-rf-ix) to ws-suspend-initials
                       move ws-new-player-bonus to ws-due-credits
                       move "REFERRED" to ws-f-role
                       perform add-bonus-due
                   end-if
               end-if
           end-perform
           .

       add-bonus-due section.
           call "SuspensionCheck" using ws-suspend-initials
                                        ws-suspend-what
                                        ws-suspend-title ws-suspended
           if ws-suspended = "Y" or ws-pay-count >= 1000
               exit section
           end-if
           add 1 to ws-pay-count
           move ws-suspend-initials to ws-py-initials(ws-pay-count)
           move ws-due-credits to ws-py-credits(ws-pay-count)
           move 0 to ws-py-balance(ws-pay-count)
           move ws-f-role to ws-py-role(ws-pay-count)
           move ws-rf-new(ws-rf-ix) to ws-py-new(ws-pay-count)
           move ws-rf-referrer(ws-rf-ix) to ws-py-referrer(ws-pay-count)
           move "N" to ws-py-posted(ws-pay-count)
           .

       release-wallet-lock section.
           move "R" to ws-lock-action
           call "CommonLock" using ws-lock-action ws-lock-file
                                   ws-lock-who ws-lock-granted
           .

      *> One pass of the ledger: every bonus for a line is added to it in
      *> turn, each keeping the balance it left; a player with no line
      *> gets one at the end. A balance never passes 99999.
       credit-wallets section.
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
                           perform copy-or-credit-line
                   end-read
               end-perform
               close wallet-file
           end-if
           perform varying ws-py-ix from 1 by 1
                   until ws-py-ix > ws-pay-count
               if ws-py-posted(ws-py-ix) = "N"
                   move ws-py-initials(ws-py-ix) to ws-w-initials
                   move 0 to ws-balance-num
                   perform add-bonuses-for-line
                   move spaces to wt-line
                   string ws-w-initials "," ws-balance-num
                       delimited by size into wt-line
                   end-string
                   write wt-line
               end-if
           end-perform
           close wallet-temp-file
           call "CBL_DELETE_FILE" using ws-wallet-name
               returning ws-rename-rc
           call "CBL_RENAME_FILE" using ws-wallet-temp-name
                                        ws-wallet-name
               returning ws-rename-rc
           .

       copy-or-credit-line section.
           move spaces to ws-w-initials ws-w-balance
           unstring wa-line delimited by ","
               into ws-w-initials ws-w-balance
           move 0 to ws-balance-num
           if ws-w-balance is numeric
               move ws-w-balance to ws-balance-num
           end-if
           move ws-balance-num to ws-old-balance
           perform add-bonuses-for-line
           if ws-balance-num = ws-old-balance
               move wa-line to wt-line
           else
               move spaces to wt-line
               string ws-w-initials "," ws-balance-num
                   delimited by size into wt-line
               end-string
           end-if
           write wt-line
           .

       add-bonuses-for-line section.
           perform varying ws-py-ix2 from 1 by 1
                   until ws-py-ix2 > ws-pay-count
               if ws-py-initials(ws-py-ix2) = ws-w-initials
                   and ws-py-posted(ws-py-ix2) = "N"
                   if ws-balance-num + ws-py-credits(ws-py-ix2) > 99999
                       compute ws-py-credits(ws-py-ix2)
                           = 99999 - ws-balance-num
                   end-if
                   add ws-py-credits(ws-py-ix2) to ws-balance-num
                   move ws-balance-num to ws-py-balance(ws-py-ix2)
                   move "Y" to ws-py-posted(ws-py-ix2)
               end-if
           end-perform
           .

       open-bonus-journal section.
           open extend bonus-log-file
           if ws-bonus-log-status = "35"
               open output bonus-log-file
           end-if
           .

       journal-bonuses section.
           perform varying ws-py-ix from 1 by 1
                   until ws-py-ix > ws-pay-count
               add ws-py-credits(ws-py-ix) to ws-paid-credits
               move spaces to ws-line-out
               string function current-date(1:4) "-"
                      function current-date(5:2) "-"
                      function current-date(7:2) " "
                      function current-date(9:2) ":"
                      function current-date(11:2) ":"
                      function current-date(13:2)
                      "," ws-py-initials(ws-py-ix)
                      "," ws-py-credits(ws-py-ix)
                      "," ws-py-balance(ws-py-ix)
                      "," delimited by size
                      ws-py-role(ws-py-ix) delimited by space
                      "," ws-py-new(ws-py-ix)
                      "," ws-py-referrer(ws-py-ix)
                      delimited by size
                      ws-training-tag delimited by space
                   into ws-line-out
               end-string
               move ws-line-out to bl-line
               write bl-line
               display "  " ws-py-initials(ws-py-ix) " +"
                       ws-py-credits(ws-py-ix) " ("
                       ws-py-role(ws-py-ix) " for "
                       ws-py-new(ws-py-ix) ")"
           end-perform
           close bonus-log-file
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

       end program ReferralBonus.
