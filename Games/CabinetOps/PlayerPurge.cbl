
      *> Supervised player data removal: finds every occurrence of a given
      *> initials across the initials-keyed files -- the shared
      *> playerprofiles.idx, playerplays.log, wallet, loyalty ledger and
      *> journal, achievements and registration, plus every cabinet's
      *> leaderboards (highscores.dat, besttimes.dat, besttimes.idx,
      *> rushscores.dat, tttratings.dat and the Ultimate and misere
      *> ladders), the tournament entry logs and the sealed
      *> minedaily.log -- shows the counts it will touch, and only
      *> removes or anonymizes on the operator's confirmation,
      *> journaling every action to purgejournal.log. Leaderboard and profile lines are removed
      *> outright; tournament entries are anonymized to "---" so event
      *> results stay whole; the sealed minedaily.log is anonymized and its
      *> whole seal chain recomputed with the LogSeal arithmetic, so
      *> carried initials, so no other seal chain is touched. Sign-on
      *> through the shared OperatorSignOn gate; run from a
      *> Games\CabinetOps working directory.
      *> Purging a player is irreversible, so it needs a SUPERVISOR
      *> sign-on. The shared files the cabinets rewrite -- playerprofiles,
      *> wallet and loyalty -- are purged under the same writer's lock
      *> (CommonLock) the cabinets take; one still busy at the lock
      *> timeout is skipped and named, and a second run finishes it.
      *> The keyed profiles are reached by key: the sweep starts at the
      *> player's initials and deletes their records title by title, never
      *> reading anyone else's.
      *> Blitz's sealed blitzdaily.log (the daily-challenge entries and
      *> results) is anonymized and resealed the same way as minedaily.log.
      *> The shared DoKu solved-puzzle history (dokusolved.dat) loses the
      *> player's lines outright, like the other shared player files.
      *> DoKu's sealed co-op solve log (dokucoop.log) is anonymized and
      *> resealed, so the partner keeps the solve.
      *> Minesweeper's keyed efficiency leaderboard (efficiency.idx) loses
      *> the player's ranks the same way as besttimes.idx.
       program-id. PlayerPurge as "PlayerPurge".

       environment division.
                   access mode is dynamic
                   record key is bk-key
                   file status is ws-keyed-status.
           select keyed-efficiency-file
                   assign to ws-keyed-path
                   organization is indexed
                   access mode is dynamic
                   record key is ek-key
                   file status is ws-keyed-status.
           select profile-keyed-file
                   assign to "../Common/playerprofiles.idx"
                   organization is indexed
                   access mode is dynamic
                   record key is pk-key
                   file status is ws-keyed-status.
           select purge-journal-file
                   assign to "purgejournal.log"
                   organization is line sequential
           03 bk-initials   pic x(3).
           03 bk-seconds    pic 9(5).

       fd keyed-efficiency-file record contains 28 characters.
       01 ek-record.
           03 ek-key.
               05 ek-level      pic 9.
               05 ek-rank       pic 99.
           03 ek-initials   pic x(3).
           03 filler        pic x(22).

       fd profile-keyed-file record contains 54 characters.
       01 pk-record.
           03 pk-key.
               05 pk-initials   pic x(3).
               05 pk-title      pic x(16).
           03 pk-plays      pic 9(7).
           03 pk-best       pic 9(7).
           03 pk-kind       pic x(5).
           03 pk-first-seen pic x(8).
           03 pk-last-seen  pic x(8).

       fd purge-journal-file record contains 132 characters.
       01 pj-line           pic x(132).

       01 ws-eof                pic x value "F".

       01 ws-signed-operator    pic x(3).
       01 ws-operator-role      pic x(10).
       01 ws-purge-initials     pic x(3).
       01 ws-confirm            pic x.

       01 ws-total-hits         pic 9(6) value 0.
       01 ws-changed-hits       pic 9(6) value 0.

      *> Writer's lock held across a shared file's purge rewrite.
       01 ws-lock-action        pic x.
       01 ws-lock-file          pic x(64).
       01 ws-lock-who           pic x(16) value "PlayerPurge".
       01 ws-lock-granted       pic x.

       01 ws-f-1                pic x(20).
       01 ws-f-2                pic x(20).
       01 ws-f-3                pic x(20).
       procedure division.
       main-line section.
           call "OperatorSignOn" using ws-signed-operator
                                       ws-operator-role
           if ws-operator-role not = "SUPERVISOR"
               display "Player data removal needs a "
                       "supervisor sign-on."
               stop run
           end-if
           display "PLAYER DATA REMOVAL"
           display "Initials to purge: " with no advancing
           accept ws-purge-initials
       sweep-all-files section.
           move 0 to ws-total-hits

           move "../Common/playerprofiles.idx" to ws-target-path
           move "playerprofiles.idx" to ws-target-label
           move "DROP" to ws-purge-action
           perform sweep-keyed-profiles

           move "../Common/playerplays.log" to ws-target-path
           move "playerplays.log" to ws-target-label
           move 2 to ws-init-field
           move "DROP" to ws-purge-action
           perform sweep-csv-file

           move "../Common/wallet.dat" to ws-target-path
           move "wallet.dat" to ws-target-label
           move 1 to ws-init-field
           perform sweep-shared-csv-file

           move "../Common/loyalty.dat" to ws-target-path
           move "loyalty.dat" to ws-target-label
           perform sweep-shared-csv-file

           move "../Common/loyaltyredeem.log" to ws-target-path
           move "loyaltyredeem.log" to ws-target-label
           move "playerreg.dat" to ws-target-label
           perform sweep-csv-file

           move "../Common/dokusolved.dat" to ws-target-path
           move "dokusolved.dat" to ws-target-label
           perform sweep-csv-file

           perform varying ws-cab-index from 1 by 1
                   until ws-cab-index > ws-cab-count
               perform sweep-one-cabinet
                       to ws-target-label
                   move 1 to ws-init-field
                   perform sweep-csv-file
                   string ws-cab-directory(ws-cab-index)
                              delimited by space
                          "/blitzdaily.log" delimited by size
                          into ws-target-path
                   move "blitzdaily.log (resealed)"
                       to ws-target-label
                   move 3 to ws-init-field
                   move "RESEAL" to ws-purge-action
                   perform sweep-csv-file
                   move "DROP" to ws-purge-action
               when "CobolDoKu"
      *> a co-op solve names both players, fields 4 and 5
                   string ws-cab-directory(ws-cab-index)
                              delimited by space
                          "/dokucoop.log" delimited by size
                          into ws-target-path
                   move "dokucoop.log (resealed)"
                       to ws-target-label
                   move "RESEAL" to ws-purge-action
                   move 4 to ws-init-field
                   perform sweep-csv-file
                   move 5 to ws-init-field
                   perform sweep-csv-file
                   move "DROP" to ws-purge-action
               when "CobolSnake"
                   string ws-cab-directory(ws-cab-index)
                              delimited by space
                          "/besttimes.idx" delimited by size
                          into ws-keyed-path
                   perform sweep-keyed-times
                   string ws-cab-directory(ws-cab-index)
                              delimited by space
                          "/efficiency.idx" delimited by size
                          into ws-keyed-path
                   perform sweep-keyed-efficiency
                   string ws-cab-directory(ws-cab-index)
                              delimited by space
                          "/minedaily.log" delimited by size
                          into ws-target-path
                   move "tttratings-ult.dat" to ws-target-label
                   perform sweep-csv-file
                   string ws-cab-directory(ws-cab-index)
                              delimited by space
                          "/tttratings-mis.dat" delimited by size
                          into ws-target-path
                   move "tttratings-mis.dat" to ws-target-label
                   perform sweep-csv-file
           end-evaluate
           .

      *> A file the cabinets rewrite too: the live pass holds their
      *> writer's lock from the read to the rename.
       sweep-shared-csv-file section.
           if ws-preview-mode = "Y"
               perform sweep-csv-file
               exit section
           end-if
           move ws-target-path to ws-lock-file
           move "A" to ws-lock-action
           call "CommonLock" using ws-lock-action ws-lock-file
                                   ws-lock-who ws-lock-granted
           if ws-lock-granted not = "Y"
               display "  " ws-target-label " is busy - skipped; "
                       "run the purge again to finish it."
               exit section
           end-if
           perform sweep-csv-file
           move "R" to ws-lock-action
           call "CommonLock" using ws-lock-action ws-lock-file
                                   ws-lock-who ws-lock-granted
           .

      *> The keyed profiles: positioned on the player's initials, their
      *> records are counted (preview) or deleted under the writer's lock
      *> the cabinets take on the file.
       sweep-keyed-profiles section.
           move 0 to ws-file-hits
           if ws-preview-mode = "N"
               move ws-target-path to ws-lock-file
               move "A" to ws-lock-action
               call "CommonLock" using ws-lock-action ws-lock-file
                                       ws-lock-who ws-lock-granted
               if ws-lock-granted not = "Y"
                   display "  " ws-target-label " is busy - skipped; "
                           "run the purge again to finish it."
                   exit section
               end-if
               open i-o profile-keyed-file
           else
               open input profile-keyed-file
           end-if
           if ws-keyed-status = "00"
               move ws-purge-initials to pk-initials
               move low-values to pk-title
               move "F" to ws-eof
               start profile-keyed-file key is not less than pk-key
                   invalid key move "T" to ws-eof
               end-start
               perform until ws-eof = "T"
                   read profile-keyed-file next record
                       at end move "T" to ws-eof
                       not at end
                           if pk-initials not = ws-purge-initials
                               move "T" to ws-eof
                           else
                               add 1 to ws-file-hits
                               if ws-preview-mode = "N"
                                   delete profile-keyed-file record
                               end-if
                           end-if
                   end-read
               end-perform
               close profile-keyed-file
           end-if
           if ws-preview-mode = "N"
               move "R" to ws-lock-action
               call "CommonLock" using ws-lock-action ws-lock-file
                                       ws-lock-who ws-lock-granted
               if ws-file-hits > 0
                   add ws-file-hits to ws-changed-hits
                   perform journal-action
               end-if
           else
               if ws-file-hits > 0
                   display "  " ws-target-label ": " ws-file-hits
                           " record(s) (" ws-purge-action ")"
                   add ws-file-hits to ws-total-hits
               end-if
           end-if
           .

      *> One pass over one file: preview counts the hits, the live run
      *> rewrites through a temp file (dropping, anonymizing in place,
      *> or anonymizing with the seal chain rebuilt) and journals.
           end-if
           .

      *> The keyed efficiency top-10, swept like sweep-keyed-times.
       sweep-keyed-efficiency section.
           move 0 to ws-file-hits
           if ws-preview-mode = "Y"
               open input keyed-efficiency-file
           else
               open i-o keyed-efficiency-file
           end-if
           if ws-keyed-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read keyed-efficiency-file next record
                   at end move "T" to ws-eof
                   not at end
                       if function upper-case(ek-initials)
                               = ws-purge-initials
                           add 1 to ws-file-hits
                           if ws-preview-mode = "N"
                               delete keyed-efficiency-file record
                           end-if
                       end-if
               end-read
           end-perform
           close keyed-efficiency-file
           if ws-preview-mode = "Y"
               if ws-file-hits > 0
                   display "  efficiency.idx: " ws-file-hits
                           " record(s) (DROP)"
                   add ws-file-hits to ws-total-hits
               end-if
           else
               if ws-file-hits > 0
                   add ws-file-hits to ws-changed-hits
                   move ws-keyed-path to ws-target-path
                   move "DROP" to ws-purge-action
                   perform journal-action
               end-if
           end-if
           .

       end program PlayerPurge.
