      *> ../Common/tournaments.dat master, rewritten through a temp file and
      *> rename, the same shared-file hand-off the wallet uses. A player whose
      *> balance can't cover the fee gets no entry -- their score simply doesn't
      *> count, the same as playing outside the window. A fee refused by the
      *> player's daily spend limit is put on screen before play goes on.
      *> A pot the share won't let us reach is not lost: the bump waits in the
      *> cabinet's outbox.dat (see Outbox) as "tournament,fee" and is added by
      *> the next call that finds the share back, oldest first, before any
      *> new one. Kind "FLUSH" enters nothing and only forwards the outbox;
      *> HeartbeatPublish calls it that way once the share returns.
      *> A player suspended on ../Common/suspensions.dat is refused entry
      *> (SuspensionCheck logs it): no fee is taken and nothing is
      *> entered, the same as a score outside the window.
       program-id. TournamentEntry as "TournamentEntry".

       environment division.
       01 ws-fee-granted        pic x.
       01 ws-fee-amount         pic 9(5).
       01 ws-fee-event          pic x(8) value "TOURNFEE".
       01 ws-limit-ack          pic x.
       01 ws-limit-blank        pic x(41) value spaces.

      *> Suspended players are refused entry.
       01 ws-suspend-what       pic x(5) value "ENTRY".
       01 ws-suspended          pic x.

      *> Pot update pass over the shared tournament master.
       01 ws-m-name             pic x(16).
       01 ws-master-temp-name   pic x(34)
           value "../Common/tournaments.dat.tmp".

      *> The pot bump being made: this entry's, or one forwarded from the
      *> outbox.
       01 ws-p-name             pic x(16).
       01 ws-p-fee              pic 9(3).
       01 ws-p-fee-text         pic x(3).
      *> "Y" written, "U" share unreachable.
       01 ws-applied            pic x.

      *> Outbox hand-off (see Outbox).
       01 ws-ob-action          pic x.
       01 ws-ob-kind            pic x(8) value "POT".
       01 ws-ob-stamp           pic x(19).
       01 ws-ob-payload         pic x(80).
       01 ws-ob-found           pic x.

       linkage section.
       01 l-title               pic x(16).
       01 l-initials            pic x(3).

       procedure division using l-title l-initials l-value l-kind.
       main-entry section.
           perform forward-queued-pots
           if l-kind = "FLUSH"
               goback
           end-if

           open input tournament-config-file
           if ws-config-status not = "00"
      *> No tournament on at this cabinet.
               goback
           end-if

           call "SuspensionCheck" using l-initials ws-suspend-what
                                        l-title ws-suspended
           if ws-suspended = "Y"
               goback
           end-if

           if ws-entry-fee > 0
               perform check-prior-entry
               if ws-already-entered = "N"
                   call "CreditsDebit" using ws-fee-granted l-title
                                             l-initials ws-fee-amount
                                             ws-fee-event
                   if ws-fee-granted = "L"
      *> Refused by the player's daily spend limit: say so on screen,
      *> the same words the titles show for a refused start.
                       display
                           "DAILY SPEND LIMIT REACHED - SEE ATTENDANT"
                           line 14 column 25
                       display "NO TOURNAMENT ENTRY - PRESS RETURN KEY"
                           line 15 column 25
                       accept ws-limit-ack line 15 column 64
                       display ws-limit-blank line 14 column 25
                       display ws-limit-blank line 15 column 25
                   end-if
                   if ws-fee-granted not = "Y"
      *> The fee wasn't covered: no entry, no pot movement.
                       goback
                   end-if
                   perform record-pot-bump
               end-if
           end-if

           close entries-file
           .

      *> The collected fee joins the pot -- or, with the share gone or
      *> earlier bumps still waiting, is queued in the outbox behind them.
       record-pot-bump section.
           move ws-tournament-name to ws-p-name
           move ws-entry-fee to ws-p-fee
           move "F" to ws-ob-action
           perform call-outbox
           if ws-ob-found = "N"
               perform add-fee-to-pot
               if ws-applied not = "U"
                   exit section
               end-if
           end-if
           move spaces to ws-ob-stamp
           move spaces to ws-ob-payload
           string ws-p-name delimited by space
                  "," ws-p-fee delimited by size
               into ws-ob-payload
           end-string
           move "Q" to ws-ob-action
           perform call-outbox
           .

      *> Forwards the queued pot bumps, oldest first; stops at the first
      *> the share won't take, leaving it and the rest queued.
       forward-queued-pots section.
           move "F" to ws-ob-action
           perform call-outbox
           perform until ws-ob-found not = "Y"
               move spaces to ws-p-name ws-p-fee-text
               unstring ws-ob-payload delimited by ","
                   into ws-p-name ws-p-fee-text
               move 0 to ws-p-fee
               if ws-p-fee-text is numeric
                   move ws-p-fee-text to ws-p-fee
               end-if
               perform add-fee-to-pot
               if ws-applied not = "Y"
                   exit perform
               end-if
               move "D" to ws-ob-action
               perform call-outbox
               move "F" to ws-ob-action
               perform call-outbox
           end-perform
           .

       call-outbox section.
           call "Outbox" using ws-ob-action ws-ob-kind ws-ob-stamp
                               ws-ob-payload ws-ob-found
           .

      *> Adds the fee to the tournament's pot in the shared master,
      *> copying every other line across untouched. A temp file that
      *> can't be made means the share is gone; no master at all means
      *> there is no pot to add to.
       add-fee-to-pot section.
           move "U" to ws-applied
           open output master-temp-file
           if ws-master-temp-status not = "00"
               exit section
           end-if
           move "Y" to ws-applied
           open input tournament-master-file
           if ws-master-status not = "00"
               close master-temp-file
               call "CBL_DELETE_FILE" using ws-master-temp-name
                   returning ws-rename-rc
               exit section
           end-if

       copy-or-bump-pot-line section.
           unstring tm-line delimited by ","
               into ws-m-name ws-m-start ws-m-end ws-m-fee ws-m-pot
           if ws-m-name = ws-p-name
               and ws-pot-bumped = "N"
               and ws-m-pot is numeric
               move ws-m-pot to ws-pot
               add ws-p-fee to ws-pot
               move "Y" to ws-pot-bumped
               move spaces to mt-line
               string ws-m-name delimited by space
