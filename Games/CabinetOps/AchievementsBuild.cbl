      ********************************************************************************************************

      *> Nightly cross-game achievements builder: mines the per-player data the
      *> floor already keeps -- the shared ../Common/playerprofiles.idx bests and
      *> play counts, every TicTacToe cabinet's tttratings.dat ladder and every
      *> Minesweeper cabinet's minedaily.log challenge wins (cabinets.dat
      *> registry, or the default one-folder-per-title layout) -- and awards
                   record key is cb-cabinet-id
                   file status is ws-cabinet-status.
           select profile-file
                   assign to "../Common/playerprofiles.idx"
                   organization is indexed
                   access mode is dynamic
                   record key is pk-key
                   file status is ws-profile-status.
           select ratings-file
                   assign to ws-ratings-path
           03 cb-install-date  pic x(8).
           03 cb-site          pic x(4).

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

       fd ratings-file record contains 20 characters.
       01 rt-line           pic x(20).
               05 ws-have-badge      pic x(20).
       01 ws-have-index         pic 9(4).

      *> The profile record being judged.
       01 ws-f-initials         pic x(3).
       01 ws-f-title            pic x(16).
       01 ws-f-kind             pic x(5).
       01 ws-plays-num          pic 9(7).
       01 ws-best-num           pic 9(7).
           end-if
           .

      *> One pass over the shared profiles in key order: per-title skill
      *> badges off the recorded bests, dedication badges off the play
      *> counts, and the cross-title tally for PENTATHLETE.
       mine-player-profiles section.
           open input profile-file
           if ws-profile-status not = "00"
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read profile-file next record
                   at end move "T" to ws-eof
                   not at end
                       perform judge-profile-line
           .

       judge-profile-line section.
           move pk-initials to ws-f-initials
           move pk-title to ws-f-title
           move pk-kind to ws-f-kind
           move pk-plays to ws-plays-num
           move pk-best to ws-best-num
           if ws-f-initials = spaces
               exit section
           end-if

           move ws-f-initials to ws-award-initials
           if ws-plays-num >= 50
