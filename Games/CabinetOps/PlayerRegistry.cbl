      *> merged. Unregistered initials keep working exactly as before. Same
      *> menu conventions as CabinetRegistry; run from a Games\CabinetOps
      *> working directory.
      *> Referrals: registering new initials also asks which registered
      *> member, if any, brought the player in, and records it on
      *> ../Common/referrals.dat as "new,referrer,yyyymmdd" -- one
      *> referral per new player, never to their own initials. The
      *> nightly ReferralBonus pays the bonus once the player has played
      *> enough.
       program-id. PlayerRegistry as "PlayerRegistry".

       environment division.
                   assign to "../Common/playerreg.dat.tmp"
                   organization is line sequential
                   file status is ws-temp-status.
           select referrals-file
                   assign to "../Common/referrals.dat"
                   organization is line sequential
                   file status is ws-referrals-status.

       data division.
       file section.
       fd register-temp-file record contains 24 characters.
       01 rt-line           pic x(24).

       fd referrals-file record contains 24 characters.
       01 rf-line           pic x(24).

       working-storage section.
       01 ws-register-status    pic xx.
       01 ws-temp-status        pic xx.
       01 ws-referrals-status   pic xx.
       01 ws-menu-choice        pic x.
       01 ws-done               pic x value "F".
       01 ws-eof                pic x value "F".
       01 ws-r-handle           pic x(12).

       01 ws-found              pic x.

      *> The referral being recorded for newly registered initials.
       01 ws-new-initials       pic x(3).
       01 ws-referrer           pic x(3).
       01 ws-f-new              pic x(3).
       01 ws-referral-found     pic x.
       01 ws-listed-count       pic 9(3).
       01 ws-upper-initials     pic x(3).
       01 ws-line-out           pic x(24).
               write rg-line
               close register-file
               display "Player " ws-entry-initials " registered."
               perform record-referral
           end-if
           .

      *> The referrer must be a registered member other than the new
      *> player, and a player is only ever referred once.
       record-referral section.
           move ws-entry-initials to ws-new-initials
           display "Referred by (member's initials, ENTER for none): "
               with no advancing
           move spaces to ws-referrer
           accept ws-referrer
           move function upper-case(ws-referrer) to ws-referrer
           if ws-referrer = spaces
               exit section
           end-if
           if ws-referrer = ws-new-initials
               display "A player can't refer themselves - no referral "
                       "recorded."
               exit section
           end-if
           move ws-referrer to ws-entry-initials
           perform look-up-player
           move ws-new-initials to ws-entry-initials
           if ws-found = "N"
               display ws-referrer " is not a registered member - no "
                       "referral recorded."
               exit section
           end-if

           move "N" to ws-referral-found
           open input referrals-file
           if ws-referrals-status = "00"
               move "F" to ws-eof
               perform until ws-eof = "T"
                   read referrals-file
                       at end move "T" to ws-eof
                       not at end
                           unstring rf-line delimited by ","
                               into ws-f-new
                           if ws-f-new = ws-new-initials
                               move "Y" to ws-referral-found
                               move "T" to ws-eof
                           end-if
                   end-read
               end-perform
               close referrals-file
           end-if
           if ws-referral-found = "Y"
               display ws-new-initials " already has a referral on "
                       "file - no referral recorded."
               exit section
           end-if

           open extend referrals-file
           if ws-referrals-status = "35"
               open output referrals-file
           end-if
           if ws-referrals-status = "00"
               move spaces to rf-line
               string ws-new-initials "," ws-referrer ","
                      function current-date(1:8)
                   delimited by size into rf-line
               end-string
               write rf-line
               close referrals-file
               display "Referral by " ws-referrer " recorded."
           end-if
           .

