
      *> Cross-game player profile writer, shared by the console titles the
      *> same way InitialsEntry is. Every recorded result lands twice:
      *>  - ../Common/playerprofiles.idx, one record per player/title pair
      *>    keyed on initials + title (plays, best, kind, first-seen,
      *>    last-seen; kind SCORE keeps the highest value as best, TIME
      *>    the lowest), read by key and updated in place -- the old
      *>    comma-separated playerprofiles.dat was carried across once by
      *>    ProfilesConvert;
      *>  - ../Common/playerplays.log, one appended "yyyymm,III" line per
      *>    play, which is what the monthly loyalty report counts.
      *> Every play also earns one loyalty point on the player's line in
      *> ../Common/loyalty.dat ("III,ppppp"), the ledger LoyaltyRedeem
      *> converts into free wallet credits at the cabinet.
      *> Each rewrite is made under the writer's lock on its file
      *> (CommonLock), held from the read to the write, so two cabinets
      *> finishing in the same second queue up instead of one losing the
      *> other's update; a lock still busy at the timeout skips that
      *> rewrite (logged to the contention log) rather than hang the game.
      *> A share that can't be reached at all doesn't lose the play: each of
      *> the three writes is queued in the cabinet's own outbox.dat (see
      *> Outbox) and forwarded, oldest first and dated as it was played,
      *> by the next call that finds the share back -- every call forwards
      *> what is queued before writing its own play, and a write of a kind
      *> still queued goes in behind it so the order is kept. Kind "FLUSH"
      *> records nothing new and only forwards the outbox; HeartbeatPublish
      *> calls it that way so a backlog drains without waiting for the next
      *> game to finish.
      *> Prize tickets: a result also earns redemption tickets by the
      *> title's rules in ../Common/ticketrules.dat, one
      *> "title,basis,per,tickets" line each -- basis SCORE earns the
      *> tickets for every full "per" of the recorded value (so many per
      *> 1,000 points), any other basis (RESULT, or the kind a title
      *> records under, such as TicTacToe's WIN) earns them once per
      *> result; every line matching the title counts, and a title with
      *> no line earns none. The tickets land on the player's line in
      *> ../Common/tickets.dat ("III,ttttttt"), under its own writer's
      *> lock and queued in the outbox like the other three writes, where
      *> PrizeCounter redeems them for prizes.
       program-id. ProfileUpdate as "ProfileUpdate".

       environment division.
       input-output section.
       file-control.
           select profile-file
                   assign to "../Common/playerprofiles.idx"
                   organization is indexed
                   access mode is dynamic
                   record key is pk-key
                   file status is ws-profile-status.
           select plays-log-file
                   assign to "../Common/playerplays.log"
                   organization is line sequential
                   assign to "../Common/loyalty.dat.tmp"
                   organization is line sequential
                   file status is ws-loyalty-temp-status.
           select ticket-rules-file
                   assign to "../Common/ticketrules.dat"
                   organization is line sequential
                   file status is ws-rules-status.
           select tickets-file
                   assign to "../Common/tickets.dat"
                   organization is line sequential
                   file status is ws-tickets-status.
           select tickets-temp-file
                   assign to "../Common/tickets.dat.tmp"
                   organization is line sequential
                   file status is ws-tickets-temp-status.

       data division.
       file section.
       fd profile-file record contains 54 characters.
       01 pk-record.
           03 pk-key.
               05 pk-initials   pic x(3).
               05 pk-title      pic x(16).
           03 pk-plays      pic 9(7).
           03 pk-best       pic 9(7).
           03 pk-kind       pic x(5).
           03 pk-first-seen pic x(8).
           03 pk-last-seen  pic x(8).

       fd plays-log-file record contains 20 characters.
       01 pl-line           pic x(20).
       fd loyalty-temp-file record contains 20 characters.
       01 lt-line           pic x(20).

       fd ticket-rules-file record contains 60 characters.
       01 tr-line           pic x(60).

       fd tickets-file record contains 20 characters.
       01 tk-line           pic x(20).

       fd tickets-temp-file record contains 20 characters.
       01 tt-line           pic x(20).

       working-storage section.
       01 ws-profile-status     pic xx.
       01 ws-plays-status       pic xx.
       01 ws-eof                pic x.

      *> Loyalty-point earn: the player's parsed ledger line and whether
      *> it was found during the rewrite.
       01 ws-loyalty-temp-name  pic x(30)
           value "../Common/loyalty.dat.tmp".

      *> Prize tickets: the rule being matched and the player's ledger
      *> line during the rewrite.
       01 ws-rules-status       pic xx.
       01 ws-tickets-status     pic xx.
       01 ws-tickets-temp-status pic xx.
       01 ws-t-title            pic x(16).
       01 ws-t-basis            pic x(8).
       01 ws-t-per-text         pic x(7).
       01 ws-t-count-text       pic x(5).
       01 ws-t-per              pic 9(7).
       01 ws-t-count            pic 9(5).
       01 ws-t-units            pic 9(7).
       01 ws-t-initials         pic x(3).
       01 ws-t-balance          pic x(7).
       01 ws-tickets-num        pic 9(7).
       01 ws-tickets-found      pic x.
       01 ws-tickets-name       pic x(30)
           value "../Common/tickets.dat".
       01 ws-tickets-temp-name  pic x(30)
           value "../Common/tickets.dat.tmp".

       01 ws-today              pic x(8).
       01 ws-rename-rc          pic s9(9) comp-5.

      *> Writer's lock held across each shared-file rewrite.
       01 ws-lock-action        pic x.
       01 ws-lock-file          pic x(64).
       01 ws-lock-who           pic x(16) value "ProfileUpdate".
       01 ws-lock-granted       pic x.

      *> The play being written: this call's own, or one forwarded from
      *> the outbox with the date it was played.
       01 ws-r-title            pic x(16).
       01 ws-r-initials         pic x(3).
       01 ws-r-value            pic 9(7).
       01 ws-r-value-text       pic x(7).
       01 ws-r-kind             pic x(5).
       01 ws-r-tickets          pic 9(7).
      *> "Y" written, "N" lock busy, "U" share unreachable.
       01 ws-applied            pic x.

      *> Outbox hand-off (see Outbox).
       01 ws-ob-action          pic x.
       01 ws-ob-kind            pic x(8).
       01 ws-ob-stamp           pic x(19).
       01 ws-ob-payload         pic x(80).
       01 ws-ob-found           pic x.

       linkage section.
       01 l-title               pic x(16).

       procedure division using l-title l-initials l-value l-kind.
       main-entry section.
           move "PROFILE" to ws-ob-kind
           perform forward-queued-writes
           move "PLAY" to ws-ob-kind
           perform forward-queued-writes
           move "POINT" to ws-ob-kind
           perform forward-queued-writes
           move "TICKET" to ws-ob-kind
           perform forward-queued-writes
           if l-kind = "FLUSH"
               goback
           end-if

           move function current-date(1:8) to ws-today
           move l-title to ws-r-title
           move l-initials to ws-r-initials
           move l-value to ws-r-value
           move l-kind to ws-r-kind
           move "PROFILE" to ws-ob-kind
           perform record-one-write
           move "PLAY" to ws-ob-kind
           perform record-one-write
           move "POINT" to ws-ob-kind
           perform record-one-write
           perform work-out-tickets
           if ws-r-tickets > 0
               move "TICKET" to ws-ob-kind
               perform record-one-write
           end-if
           goback.

      *> Writes this call's play to one of the three files -- or, when
      *> the share is gone or earlier writes of the kind are still
      *> waiting, queues it in the outbox behind them.
       record-one-write section.
           move "F" to ws-ob-action
           perform call-outbox
           if ws-ob-found = "N"
               perform apply-write
               if ws-applied not = "U"
                   exit section
               end-if
           end-if
           move spaces to ws-ob-stamp
           move spaces to ws-ob-payload
           if ws-ob-kind = "PROFILE"
               string ws-r-title delimited by space
                      "," ws-r-initials
                      "," ws-r-value
                      "," delimited by size
                      ws-r-kind delimited by space
                   into ws-ob-payload
               end-string
           else
               if ws-ob-kind = "TICKET"
                   string ws-r-initials "," ws-r-tickets
                       delimited by size into ws-ob-payload
                   end-string
               else
                   move ws-r-initials to ws-ob-payload
               end-if
           end-if
           move "Q" to ws-ob-action
           perform call-outbox
           .

      *> Forwards the queued writes of one kind, oldest first, each dated
      *> the day it was played; stops at the first the share (or a busy
      *> lock) won't take, leaving it and the rest queued.
       forward-queued-writes section.
           move "F" to ws-ob-action
           perform call-outbox
           perform until ws-ob-found not = "Y"
               move ws-ob-stamp(1:4) to ws-today(1:4)
               move ws-ob-stamp(6:2) to ws-today(5:2)
               move ws-ob-stamp(9:2) to ws-today(7:2)
               move spaces to ws-r-title ws-r-kind ws-r-value-text
               move 0 to ws-r-value
               if ws-ob-kind = "PROFILE"
                   unstring ws-ob-payload delimited by ","
                       into ws-r-title ws-r-initials ws-r-value-text
                            ws-r-kind
                   if ws-r-value-text is numeric
                       move ws-r-value-text to ws-r-value
                   end-if
               else
                   move ws-ob-payload(1:3) to ws-r-initials
                   move 0 to ws-r-tickets
                   if ws-ob-kind = "TICKET"
                       and ws-ob-payload(5:7) is numeric
                       move ws-ob-payload(5:7) to ws-r-tickets
                   end-if
               end-if
               perform apply-write
               if ws-applied not = "Y"
                   exit perform
               end-if
               move "D" to ws-ob-action
               perform call-outbox
               move "F" to ws-ob-action
               perform call-outbox
           end-perform
           .

       apply-write section.
           evaluate ws-ob-kind
               when "PROFILE"
                   move "../Common/playerprofiles.idx" to ws-lock-file
                   perform take-lock
                   move ws-lock-granted to ws-applied
                   if ws-lock-granted = "Y"
                       perform update-profile-record
                       perform release-lock
                   end-if
               when "PLAY"
                   perform append-monthly-play
               when "POINT"
                   move "../Common/loyalty.dat" to ws-lock-file
                   perform take-lock
                   move ws-lock-granted to ws-applied
                   if ws-lock-granted = "Y"
                       perform earn-loyalty-point
                       perform release-lock
                   end-if
               when "TICKET"
                   move "../Common/tickets.dat" to ws-lock-file
                   perform take-lock
                   move ws-lock-granted to ws-applied
                   if ws-lock-granted = "Y"
                       perform earn-prize-tickets
                       perform release-lock
                   end-if
           end-evaluate
           .

       call-outbox section.
           call "Outbox" using ws-ob-action ws-ob-kind ws-ob-stamp
                               ws-ob-payload ws-ob-found
           .

       take-lock section.
           move "A" to ws-lock-action
           call "CommonLock" using ws-lock-action ws-lock-file
                                   ws-lock-who ws-lock-granted
           .

       release-lock section.
           move "R" to ws-lock-action
           call "CommonLock" using ws-lock-action ws-lock-file
                                   ws-lock-who ws-lock-granted
           .

      *> Reads the player/title record by key and updates it in place,
      *> or adds it on the pair's first play. A keyed file not there yet
      *> is created empty; one that can't be opened at all means the
      *> share is gone.
       update-profile-record section.
           open i-o profile-file
           if ws-profile-status = "35"
               open output profile-file
               if ws-profile-status = "00"
                   close profile-file
                   open i-o profile-file
               end-if
           end-if
           if ws-profile-status not = "00"
               move "U" to ws-applied
               exit section
           end-if

           move ws-r-initials to pk-initials
           move ws-r-title to pk-title
           read profile-file
               invalid key
                   move 1 to pk-plays
                   move ws-r-value to pk-best
                   move ws-r-kind to pk-kind
                   move ws-today to pk-first-seen
                   move ws-today to pk-last-seen
                   write pk-record
                       invalid key continue
                   end-write
               not invalid key
                   perform update-existing-record
           end-read
           close profile-file
           .

       update-existing-record section.
           add 1 to pk-plays
           if ws-r-kind = "TIME"
               if ws-r-value < pk-best
                   move ws-r-value to pk-best
               end-if
           else
               if ws-r-value > pk-best
                   move ws-r-value to pk-best
               end-if
           end-if
           move ws-r-kind to pk-kind
           move ws-today to pk-last-seen
           rewrite pk-record
               invalid key continue
           end-rewrite
           .

       append-monthly-play section.
           end-if
           if ws-plays-status = "00"
               move spaces to pl-line
               string ws-today(1:6) "," ws-r-initials
                   delimited by size into pl-line
               end-string
               write pl-line
               close plays-log-file
               move "Y" to ws-applied
           else
               move "U" to ws-applied
           end-if
           .

           move "N" to ws-loyalty-found
           open output loyalty-temp-file
           if ws-loyalty-temp-status not = "00"
               move "U" to ws-applied
               exit section
           end-if
           open input loyalty-file
           if ws-loyalty-found = "N"
               move 1 to ws-points-num
               move spaces to lt-line
               string ws-r-initials "," ws-points-num
                   delimited by size into lt-line
               end-string
               write lt-line
       copy-or-bump-points-line section.
           unstring ly-line delimited by ","
               into ws-l-initials ws-l-points
           if ws-l-initials = ws-r-initials
               and ws-loyalty-found = "N"
               move "Y" to ws-loyalty-found
               move 0 to ws-points-num
               end-if
               add 1 to ws-points-num
               move spaces to lt-line
               string ws-r-initials "," ws-points-num
                   delimited by size into lt-line
               end-string
               write lt-line
           end-if
           .

      *> Tickets this result earns: every rule line for the title whose
      *> basis is the result's kind, or RESULT for any result.
       work-out-tickets section.
           move 0 to ws-r-tickets
           if ws-r-initials = spaces
               exit section
           end-if
           open input ticket-rules-file
           if ws-rules-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read ticket-rules-file
                   at end move "T" to ws-eof
                   not at end
                       perform apply-ticket-rule
               end-read
           end-perform
           close ticket-rules-file
           .

       apply-ticket-rule section.
           move spaces to ws-t-title ws-t-basis ws-t-per-text
                          ws-t-count-text
           unstring tr-line delimited by ","
               into ws-t-title ws-t-basis ws-t-per-text ws-t-count-text
           if ws-t-title not = ws-r-title
               or (ws-t-basis not = ws-r-kind
                   and ws-t-basis not = "RESULT")
               or ws-t-count-text = spaces
               exit section
           end-if
           compute ws-t-count = function numval(ws-t-count-text)
           move 1 to ws-t-units
           if ws-t-basis = "SCORE"
               move 0 to ws-t-per
               if ws-t-per-text not = spaces
                   compute ws-t-per = function numval(ws-t-per-text)
               end-if
               if ws-t-per > 0
                   compute ws-t-units = ws-r-value / ws-t-per
               end-if
           end-if
           compute ws-r-tickets = ws-r-tickets + ws-t-units * ws-t-count
               on size error move 9999999 to ws-r-tickets
           end-compute
           .

      *> The result's tickets onto the player's ledger line (created on
      *> the first ticket), through the same temp-and-rename hand-off.
       earn-prize-tickets section.
           move "N" to ws-tickets-found
           open output tickets-temp-file
           if ws-tickets-temp-status not = "00"
               move "U" to ws-applied
               exit section
           end-if
           open input tickets-file
           if ws-tickets-status = "00"
               move "F" to ws-eof
               perform until ws-eof = "T"
                   read tickets-file
                       at end move "T" to ws-eof
                       not at end
                           perform copy-or-bump-tickets-line
                   end-read
               end-perform
               close tickets-file
           end-if
           if ws-tickets-found = "N"
               move ws-r-tickets to ws-tickets-num
               move spaces to tt-line
               string ws-r-initials "," ws-tickets-num
                   delimited by size into tt-line
               end-string
               write tt-line
           end-if
           close tickets-temp-file
           call "CBL_DELETE_FILE" using ws-tickets-name
               returning ws-rename-rc
           call "CBL_RENAME_FILE" using ws-tickets-temp-name
                                        ws-tickets-name
               returning ws-rename-rc
           .

       copy-or-bump-tickets-line section.
           move spaces to ws-t-initials ws-t-balance
           unstring tk-line delimited by ","
               into ws-t-initials ws-t-balance
           if ws-t-initials = ws-r-initials
               and ws-tickets-found = "N"
               move "Y" to ws-tickets-found
               move 0 to ws-tickets-num
               if ws-t-balance is numeric
                   move ws-t-balance to ws-tickets-num
               end-if
               compute ws-tickets-num = ws-tickets-num + ws-r-tickets
                   on size error move 9999999 to ws-tickets-num
               end-compute
               move spaces to tt-line
               string ws-r-initials "," ws-tickets-num
                   delimited by size into tt-line
               end-string
               write tt-line
           else
               move tk-line to tt-line
               write tt-line
           end-if
           .

       end program ProfileUpdate.
